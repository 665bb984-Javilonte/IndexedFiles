000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDCIERRE01.
000300*------------------------------------------------
000400* Year-end rollover of the vendor audit log.
000500* Moves every audit entry dated in the year being
000600* closed (last year unless the operator names an
000700* earlier one) out of the current vendor-audit-log
000800* into its own history file, vendor-audit-log-YYYY,
000900* keyed and laid out the same way so the history
001000* inquiry and the activity statistics can still
001100* reach it. The current year can never be rolled.
001200* Each entry is written to the history file before
001300* it is deleted from the current log; an entry the
001400* history file already holds (a rerun after an
001500* interrupted rollover) is simply deleted, so the
001600* job can be run again safely until it finishes.
001700* Run once after the last business day of the year.
001800*------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200
002300     SELECT OPTIONAL ARCHIVO-AUDITORIA
002400         ASSIGN TO "vendor-audit-log"
002500         ORGANIZATION IS INDEXED
002600         RECORD KEY IS AUD-LLAVE
002700         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
002800             WITH DUPLICATES
002900         ACCESS MODE IS DYNAMIC.
003000
003100     SELECT OPTIONAL ARCHIVO-HISTORIA
003200         ASSIGN TO DYNAMIC WS-NOMBRE-HISTORIA
003300         ORGANIZATION IS INDEXED
003400         RECORD KEY IS HIST-LLAVE
003500         ALTERNATE RECORD KEY IS HIST-OPERADOR-ID
003600             WITH DUPLICATES
003700         ACCESS MODE IS DYNAMIC.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100
004200 FD ARCHIVO-AUDITORIA
004300         LABEL RECORDS ARE STANDARD.
004400     COPY VENDAUD.
004500
004600 FD ARCHIVO-HISTORIA
004700         LABEL RECORDS ARE STANDARD.
004800 01  REGISTRO-HISTORIA.
004900     05 HIST-LLAVE.
005000         10 HIST-NUMERO-PROVEEDOR PIC 9(5).
005100         10 HIST-FECHA PIC 9(8).
005200         10 HIST-HORA PIC 9(6).
005300         10 HIST-SECUENCIA PIC 9(3).
005400     05 HIST-OPERADOR-ID PIC X(8).
005500     05 HIST-ACCION PIC X(13).
005600     05 HIST-CAMPO-MODIFICADO PIC X(15).
005700     05 HIST-VALOR-ANTERIOR PIC X(30).
005800     05 HIST-VALOR-NUEVO PIC X(30).
005900
006000 WORKING-STORAGE SECTION.
006100
006200 01  WS-NOMBRE-HISTORIA.
006300     05 FILLER PIC X(17) VALUE "vendor-audit-log-".
006400     05 WS-NOMBRE-ANIO PIC 9(4).
006500
006600 01  WS-EOF-AUDITORIA PIC X VALUE "N".
006700     88 EOF-AUDITORIA VALUE "S".
006800
006900 01  WS-CAMPO-VALIDO PIC X VALUE "N".
007000     88 CAMPO-ES-VALIDO VALUE "S".
007100
007500 01  CAMPO-ANIO PIC X(4).
007600 01  WS-ANIO-CIERRE PIC 9(4) VALUE ZEROES.
007700 01  WS-ANIO-ACTUAL PIC 9(4) VALUE ZEROES.
007800
007900 01  WS-CONTADOR-LEIDOS PIC 9(7) VALUE ZEROES.
008000 01  WS-CONTADOR-MOVIDOS PIC 9(7) VALUE ZEROES.
008100 01  WS-CONTADOR-YA-EN-HISTORIA PIC 9(7) VALUE ZEROES.
008200 01  WS-CONTADOR-ERRORES PIC 9(7) VALUE ZEROES.
008300
008400 01  WS-FECHA-HORA-SISTEMA.
008500     05 WS-CDT-FECHA PIC 9(8).
008600     05 WS-CDT-RESTO PIC X(13).
008700
008800 PROCEDURE DIVISION.
008900 PROGRAMA-INICIO.
009000     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
009100     MOVE WS-CDT-FECHA(1:4) TO WS-ANIO-ACTUAL.
009200     PERFORM INGRESAR-ANIO-CIERRE.
009300     MOVE WS-ANIO-CIERRE TO WS-NOMBRE-ANIO.
009400     OPEN I-O ARCHIVO-AUDITORIA.
009500     OPEN I-O ARCHIVO-HISTORIA.
009600     PERFORM POSICIONAR-AUDITORIA.
009700     PERFORM PASAR-ENTRADA-AUDITORIA
009800         UNTIL EOF-AUDITORIA.
009900     CLOSE ARCHIVO-AUDITORIA.
010000     CLOSE ARCHIVO-HISTORIA.
010100     DISPLAY "ROLLOVER COMPLETE FOR YEAR " WS-ANIO-CIERRE.
010200     DISPLAY "HISTORY FILE.............: " WS-NOMBRE-HISTORIA.
010300     DISPLAY "ENTRIES READ.............: " WS-CONTADOR-LEIDOS.
010400     DISPLAY "ENTRIES MOVED............: " WS-CONTADOR-MOVIDOS.
010500     DISPLAY "ALREADY IN HISTORY.......: "
010600         WS-CONTADOR-YA-EN-HISTORIA.
010700     IF WS-CONTADOR-ERRORES > ZEROES
010800         DISPLAY "ENTRIES LEFT BY ERRORS...: "
010900             WS-CONTADOR-ERRORES
011000         MOVE 8 TO RETURN-CODE
011100     END-IF.
011200
011300 PROGRAMA-TERMINADO.
011400     STOP RUN.
011500
011600 INGRESAR-ANIO-CIERRE.
011700     MOVE "N" TO WS-CAMPO-VALIDO.
011800     PERFORM UNTIL CAMPO-ES-VALIDO
011900         DISPLAY "ENTER YEAR TO ROLL OFF (YYYY)"
012000         DISPLAY "(BLANK = LAST YEAR)"
012100         MOVE SPACES TO CAMPO-ANIO
012200         ACCEPT CAMPO-ANIO
012300         IF CAMPO-ANIO = SPACES
012400             MOVE WS-ANIO-ACTUAL TO WS-ANIO-CIERRE
012500             SUBTRACT 1 FROM WS-ANIO-CIERRE
012600             MOVE "S" TO WS-CAMPO-VALIDO
012700         ELSE
012800             IF CAMPO-ANIO IS NUMERIC
012900                 MOVE CAMPO-ANIO TO WS-ANIO-CIERRE
013000                 IF WS-ANIO-CIERRE < WS-ANIO-ACTUAL
013100                     MOVE "S" TO WS-CAMPO-VALIDO
013200                 ELSE
013300                     DISPLAY "ONLY A PAST YEAR CAN BE ROLLED OFF"
013400                 END-IF
013500             ELSE
013600                 DISPLAY "INVALID YEAR - USE YYYY"
013700             END-IF
013800         END-IF
013900     END-PERFORM.
014000
014100 POSICIONAR-AUDITORIA.
014200     MOVE "N" TO WS-EOF-AUDITORIA.
014300     MOVE ZEROES TO AUD-LLAVE.
014400     START ARCHIVO-AUDITORIA KEY IS NOT LESS AUD-LLAVE
014500         INVALID KEY
014600             MOVE "S" TO WS-EOF-AUDITORIA
014700     END-START.
014800
014900 PASAR-ENTRADA-AUDITORIA.
015000     READ ARCHIVO-AUDITORIA NEXT RECORD
015100         AT END
015200             MOVE "S" TO WS-EOF-AUDITORIA
015300         NOT AT END
015400             ADD 1 TO WS-CONTADOR-LEIDOS
015500             IF AUD-FECHA(1:4) = WS-NOMBRE-ANIO
015600                 PERFORM GRABAR-ENTRADA-HISTORIA
015700             END-IF
015800     END-READ.
015900
016000 GRABAR-ENTRADA-HISTORIA.
016200     MOVE REGISTRO-AUDITORIA TO REGISTRO-HISTORIA.
016300     WRITE REGISTRO-HISTORIA
016400         INVALID KEY
016500             ADD 1 TO WS-CONTADOR-YA-EN-HISTORIA
016700         NOT INVALID KEY
016800             ADD 1 TO WS-CONTADOR-MOVIDOS
017000     END-WRITE.
017200     PERFORM BORRAR-ENTRADA-AUDITORIA.
017400
017500 BORRAR-ENTRADA-AUDITORIA.
017600     DELETE ARCHIVO-AUDITORIA RECORD
017700         INVALID KEY
017800             DISPLAY "ERROR DELETING AUDIT ENTRY: "
017900                 AUD-NUMERO-PROVEEDOR " " AUD-FECHA
018000                 " " AUD-HORA
018100             ADD 1 TO WS-CONTADOR-ERRORES
018200     END-DELETE.
