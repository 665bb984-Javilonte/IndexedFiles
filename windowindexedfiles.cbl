000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDVENTANA01 INITIAL.
000300*------------------------------------------------
000400* Nightly batch window check and release.
000500* Called by the sign-on menu before it runs an
000600* option, with the mode the menu gives the option:
000700*   U - the option updates vendor files. While the
000800*       night driver has the batch window open it is
000900*       refused, showing the cycle, the step and
001000*       since when. A supervisor may override for an
001100*       emergency; each override is audited.
001200*   C - the option is inquiry only. It runs, after
001300*       a warning that the files may be changing.
001400*   L - supervisor release of a window left open by
001500*       a cycle that will not be rerun tonight, after
001600*       confirming. The release is audited. A later
001700*       rerun of that cycle opens the window again.
001800* LNK-PERMITIDO comes back S when the menu may go
001900* ahead with the option and N when it may not.
002000* Overrides and releases concern no one vendor, so
002100* their audit entries are written under vendor
002200* number 00000 (actions LOTE-FORZADO and
002300* LOTE-LIBERADO, field VENTANA-LOTE).
002400*------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800
002900     SELECT ARCHIVO-VENTANA
003000         ASSIGN TO "vendor-batch-window"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-FS-VENTANA.
003300
003400     SELECT OPTIONAL ARCHIVO-AUDITORIA
003500         ASSIGN TO "vendor-audit-log"
003600         ORGANIZATION IS INDEXED
003700         RECORD KEY IS AUD-LLAVE
003800         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
003900             WITH DUPLICATES
004000         ACCESS MODE IS DYNAMIC.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400
004500 FD ARCHIVO-VENTANA
004600         LABEL RECORDS ARE STANDARD.
004700     COPY VENDLCK.
004800
004900 FD ARCHIVO-AUDITORIA
005000         LABEL RECORDS ARE STANDARD.
005100     COPY VENDAUD.
005200
005300 WORKING-STORAGE SECTION.
005400
005500 01  WS-FS-VENTANA PIC XX VALUE SPACES.
005600
005700 01  WS-RESPUESTA PIC X VALUE SPACE.
005800
005900 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
006000     88 AUDITORIA-GRABADA VALUE "S".
006100
006200 01  WS-FECHA-HORA-SISTEMA.
006300     05 WS-CDT-FECHA PIC 9(8).
006400     05 WS-CDT-HORA PIC 9(6).
006500     05 WS-CDT-RESTO PIC X(7).
006600
006700 LINKAGE SECTION.
006800
006900 01  LNK-OPERADOR-ID PIC X(8).
007000 01  LNK-NIVEL-OPERADOR PIC X(1).
007100 01  LNK-OPCION PIC X(2).
007200 01  LNK-MODO PIC X(1).
007300 01  LNK-PERMITIDO PIC X(1).
007400
007500 PROCEDURE DIVISION USING LNK-OPERADOR-ID
007600     LNK-NIVEL-OPERADOR LNK-OPCION LNK-MODO LNK-PERMITIDO.
007700 PROGRAMA-INICIO.
007800     MOVE "S" TO LNK-PERMITIDO.
007900     PERFORM LEER-VENTANA.
008000     IF LNK-MODO = "L"
008100         PERFORM LIBERAR-VENTANA
008200     ELSE
008300         IF VENTANA-ABIERTA
008400             PERFORM MOSTRAR-VENTANA
008500             IF LNK-MODO = "C"
008600                 DISPLAY "WARNING: INQUIRY ONLY - FIGURES MAY"
008700                     " CHANGE WHILE THE CYCLE RUNS"
008800             ELSE
008900                 PERFORM REVISAR-OPCION-ACTUALIZA
009000             END-IF
009100         END-IF
009200     END-IF.
009300
009400 PROGRAMA-TERMINADO.
009500     GOBACK.
009600
009700 LEER-VENTANA.
009800*    No file, an empty file or a closed record all
009900*    mean no cycle holds the files.
010000     MOVE SPACES TO REGISTRO-VENTANA.
010100     MOVE "C" TO VEN-ESTADO.
010200     OPEN INPUT ARCHIVO-VENTANA.
010300     IF WS-FS-VENTANA = "00"
010400         READ ARCHIVO-VENTANA
010500             AT END
010600                 MOVE "C" TO VEN-ESTADO
010700         END-READ
010800         CLOSE ARCHIVO-VENTANA
010900     END-IF.
011000
011100 MOSTRAR-VENTANA.
011200     DISPLAY "NIGHTLY BATCH WINDOW IS OPEN - CYCLE "
011300         VEN-FECHA-CICLO " OPENED " VEN-APERTURA-FECHA
011400         " " VEN-APERTURA-HORA.
011500     IF VEN-PASO = ZEROES
011600         DISPLAY "NO STEP STARTED YET"
011700     ELSE
011800         IF VEN-PASO-FALLIDO
011900             DISPLAY "STEP " VEN-PASO " " VEN-PROGRAMA
012000                 " FAILED AT " VEN-PASO-FECHA " " VEN-PASO-HORA
012100             DISPLAY "CYCLE AWAITS RESTART"
012200         ELSE
012300             DISPLAY "STEP " VEN-PASO " " VEN-PROGRAMA
012400                 " RUNNING SINCE " VEN-PASO-FECHA " "
012500                 VEN-PASO-HORA
012600         END-IF
012700     END-IF.
012800
012900 REVISAR-OPCION-ACTUALIZA.
013000     MOVE "N" TO LNK-PERMITIDO.
013100     DISPLAY "UPDATE FUNCTIONS ARE LOCKED UNTIL THE NIGHTLY"
013200         " CYCLE COMPLETES".
013300     IF LNK-NIVEL-OPERADOR = "S"
013400         DISPLAY "SUPERVISOR OVERRIDE - RUN OPTION " LNK-OPCION
013500             " ANYWAY? (Y/N)"
013600         MOVE SPACE TO WS-RESPUESTA
013700         ACCEPT WS-RESPUESTA
013800         IF WS-RESPUESTA = "Y" OR WS-RESPUESTA = "y"
013900             MOVE "S" TO LNK-PERMITIDO
014000             MOVE SPACES TO REGISTRO-AUDITORIA
014100             MOVE "LOTE-FORZADO" TO AUD-ACCION
014200             STRING "OVERRIDE MENU OPTION " LNK-OPCION
014300                 DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
014400             PERFORM ESCRIBIR-AUDITORIA
014500             DISPLAY "OVERRIDE RECORDED"
014600         END-IF
014700     ELSE
014800         DISPLAY "WAIT FOR THE CYCLE TO END OR SEE YOUR"
014900             " SUPERVISOR"
015000     END-IF.
015100
015200 LIBERAR-VENTANA.
015300     IF NOT VENTANA-ABIERTA
015400         DISPLAY "BATCH WINDOW IS NOT OPEN - NOTHING TO RELEASE"
015500     ELSE
015600         PERFORM MOSTRAR-VENTANA
015700         DISPLAY "RELEASE ONLY IF THE NIGHT DRIVER IS NOT"
015800             " RUNNING AND THE CYCLE WILL NOT BE RERUN NOW"
015900         DISPLAY "RELEASE THE BATCH WINDOW? (Y/N)"
016000         MOVE SPACE TO WS-RESPUESTA
016100         ACCEPT WS-RESPUESTA
016200         IF WS-RESPUESTA = "Y" OR WS-RESPUESTA = "y"
016300             PERFORM CERRAR-VENTANA
016400         ELSE
016500             DISPLAY "BATCH WINDOW LEFT OPEN"
016600         END-IF
016700     END-IF.
016800
016900 CERRAR-VENTANA.
017000     MOVE SPACES TO REGISTRO-AUDITORIA.
017100     MOVE "LOTE-LIBERADO" TO AUD-ACCION.
017200     MOVE "RELEASED BY SUPERVISOR" TO AUD-VALOR-NUEVO.
017300     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
017400     MOVE "C" TO VEN-ESTADO.
017500     MOVE WS-CDT-FECHA TO VEN-CIERRE-FECHA.
017600     MOVE WS-CDT-HORA TO VEN-CIERRE-HORA.
017700     MOVE LNK-OPERADOR-ID TO VEN-CERRADA-POR.
017800     OPEN OUTPUT ARCHIVO-VENTANA.
017900     IF WS-FS-VENTANA NOT = "00"
018000         DISPLAY "CANNOT REWRITE BATCH WINDOW - STATUS "
018100             WS-FS-VENTANA
018200     ELSE
018300         WRITE REGISTRO-VENTANA
018400         CLOSE ARCHIVO-VENTANA
018500         PERFORM ESCRIBIR-AUDITORIA
018600         DISPLAY "BATCH WINDOW RELEASED"
018700     END-IF.
018800
018900 ESCRIBIR-AUDITORIA.
019000*    The caller has set the action and new value;
019100*    the old value records what the window showed.
019200     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
019300     MOVE ZEROES TO AUD-NUMERO-PROVEEDOR.
019400     MOVE LNK-OPERADOR-ID TO AUD-OPERADOR-ID.
019500     MOVE WS-CDT-FECHA TO AUD-FECHA.
019600     MOVE WS-CDT-HORA TO AUD-HORA.
019700     MOVE "VENTANA-LOTE" TO AUD-CAMPO-MODIFICADO.
019800     STRING "CYCLE " VEN-FECHA-CICLO " STEP " VEN-PASO
019900         " " VEN-PASO-ESTADO
020000         DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR.
020100     MOVE ZEROES TO AUD-SECUENCIA.
020200     OPEN I-O ARCHIVO-AUDITORIA.
020300     PERFORM GRABAR-ENTRADA-AUDITORIA.
020400     CLOSE ARCHIVO-AUDITORIA.
020500
020600 GRABAR-ENTRADA-AUDITORIA.
020700*    Entries written in the same second for the same
020800*    vendor share a date and time, so the sequence
020900*    is stepped until the key is free.
021000     MOVE "N" TO WS-AUDITORIA-GRABADA.
021100     PERFORM UNTIL AUDITORIA-GRABADA
021200         WRITE REGISTRO-AUDITORIA
021300             INVALID KEY
021400                 IF AUD-SECUENCIA = 999
021500                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
021600                         AUD-NUMERO-PROVEEDOR
021700                     MOVE "S" TO WS-AUDITORIA-GRABADA
021800                 ELSE
021900                     ADD 1 TO AUD-SECUENCIA
022000                 END-IF
022100             NOT INVALID KEY
022200                 MOVE "S" TO WS-AUDITORIA-GRABADA
022300         END-WRITE
022400     END-PERFORM.
