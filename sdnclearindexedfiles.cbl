000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDSDN02 INITIAL.
000300*------------------------------------------------
000400* Sanctions match review and clearance.
000500* CALLed by vendor entry (PROGIDNUEVO02) and vendor
000600* maintenance (PROGIDMODIF01) when the sanctions
000700* screen (PROGIDSDN01) reports a possible match (the
000800* unattended batch load rejects the row instead,
000900* for review here before it is resubmitted): shows the
001000* match and asks for a supervisor ID. A supervisor
001100* who judges it a false match gives a reason and
001200* the vendor / list entry pair is written to the
001300* clearance file, so the screen will not stop this
001400* vendor on that list entry again. The clearance is
001500* written to the audit log under the supervisor's
001600* ID. With no supervisor the match stands and the
001700* calling program stops the transaction.
001800* Run from the menu (option 17, supervisors only)
001900* without the screen parameters it is the review
002000* function: the supervisor keys a vendor number,
002100* the vendor is rescreened in full and each match
002200* found can be cleared in turn - the way to clear a
002300* vendor the night rescreen held, or a rejected
002400* batch load row before it is resubmitted. Clearing
002500* a match does not release a hold; that is still
002600* done through option 4.
002700*------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003200     SELECT ARCHIVO-PROVEEDOR
003300         ASSIGN TO "vendor-file"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS NUMERO-PROVEEDOR
003600         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
003700             WITH DUPLICATES
003800         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
003900             WITH DUPLICATES
004000         ACCESS MODE IS DYNAMIC.
004100
004200     SELECT OPTIONAL ARCHIVO-DESPEJES
004300         ASSIGN TO "vendor-sdn-clearance"
004400         ORGANIZATION IS INDEXED
004500         RECORD KEY IS DSP-LLAVE
004600         ACCESS MODE IS DYNAMIC.
004700
004800     SELECT OPTIONAL ARCHIVO-AUDITORIA
004900         ASSIGN TO "vendor-audit-log"
005000         ORGANIZATION IS INDEXED
005100         RECORD KEY IS AUD-LLAVE
005200         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
005300             WITH DUPLICATES
005400         ACCESS MODE IS DYNAMIC.
005500
005600     SELECT ARCHIVO-OPERADORES
005700         ASSIGN TO "operator-file"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-FS-OPERADORES.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300
006400 FD ARCHIVO-PROVEEDOR
006500         LABEL RECORDS ARE STANDARD.
006600     COPY VENDREC.
006700
006800 FD ARCHIVO-DESPEJES
006900         LABEL RECORDS ARE STANDARD.
007000     COPY VENDSDD.
007100
007200 FD ARCHIVO-AUDITORIA
007300         LABEL RECORDS ARE STANDARD.
007400     COPY VENDAUD.
007500
007600 FD ARCHIVO-OPERADORES
007700         LABEL RECORDS ARE STANDARD.
007800 01  REGISTRO-OPERADOR.
007900     05 OPER-ID PIC X(8).
008000     05 OPER-NOMBRE PIC X(30).
008100     05 OPER-NIVEL PIC X(1).
008200     05 OPER-SITUACION PIC X(1).
008300
008400 WORKING-STORAGE SECTION.
008500
008600 01  WS-NUMERO-BUSCADO PIC 9(5) VALUE ZEROES.
008700 01  CAMPO-NUMERO-PROVEEDOR PIC X(5).
008800 01  WS-OPERADOR-ID PIC X(8) VALUE SPACES.
008900 01  WS-SUPERVISOR-ID PIC X(8) VALUE SPACES.
009000 01  WS-ID-VERIFICAR PIC X(8) VALUE SPACES.
009100 01  WS-MOTIVO-DESPEJE PIC X(30) VALUE SPACES.
009200 01  WS-RESPUESTA PIC X VALUE SPACE.
009300
009400 01  WS-CAMPO-VALIDO PIC X VALUE "N".
009500     88 CAMPO-ES-VALIDO VALUE "S".
009600
009700 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
009800     88 AUDITORIA-GRABADA VALUE "S".
009900
010000 01  WS-SEGUIR-REVISANDO PIC X VALUE "N".
010100     88 SEGUIR-REVISANDO VALUE "S".
010200
010300 01  WS-EN-MAESTRO PIC X VALUE "N".
010400     88 PROVEEDOR-EN-MAESTRO VALUE "S".
010500
010600 01  WS-FECHA-HORA-SISTEMA.
010700     05 WS-CDT-FECHA PIC 9(8).
010800     05 WS-CDT-HORA PIC 9(6).
010900     05 WS-CDT-RESTO PIC X(7).
011000
011100 01  WS-FS-OPERADORES PIC XX VALUE SPACES.
011200
011300 01  WS-EOF-OPERADORES PIC X VALUE "N".
011400     88 EOF-OPERADORES VALUE "S".
011500
011600 01  WS-NIVEL-OPERADOR PIC X(1) VALUE "O".
011700     88 OPERADOR-ES-SUPERVISOR VALUE "S".
011800
011900* Screen parameters for the review function, which
012000* is not handed any by its caller.
012100 01  WS-AREA-SOLICITUD PIC X(116) VALUE SPACES.
012200 01  WS-AREA-RESULTADO PIC X(125) VALUE SPACES.
012300
012400 LINKAGE SECTION.
012500
012600 01  LNK-OPERADOR-ID PIC X(8).
012700     COPY VENDSDP.
012800
012900 PROCEDURE DIVISION USING LNK-OPERADOR-ID
013000     SOLICITUD-SDN RESULTADO-SDN.
013100 PROGRAMA-INICIO.
013200     IF ADDRESS OF LNK-OPERADOR-ID = NULL
013300        OR LNK-OPERADOR-ID = SPACES
013400         DISPLAY "ENTER OPERATOR ID"
013500         ACCEPT WS-OPERADOR-ID
013600     ELSE
013700         MOVE LNK-OPERADOR-ID TO WS-OPERADOR-ID
013800     END-IF.
013900     IF ADDRESS OF SOLICITUD-SDN = NULL
014000         PERFORM REVISAR-PROVEEDORES
014100     ELSE
014200         MOVE "N" TO RES-DESPEJE
014300         PERFORM MOSTRAR-COINCIDENCIA
014400         PERFORM SOLICITAR-SUPERVISOR
014500     END-IF.
014600
014700 PROGRAMA-TERMINADO.
014800     GOBACK.
014900
015000*------------------------------------------------
015100* Called from an entry program.
015200*------------------------------------------------
015300 SOLICITAR-SUPERVISOR.
015400     DISPLAY "A SUPERVISOR MUST REVIEW THIS MATCH".
015500     DISPLAY "SUPERVISOR ID TO CLEAR AS A FALSE MATCH".
015600     DISPLAY "(BLANK = DO NOT CLEAR)".
015700     MOVE SPACES TO WS-SUPERVISOR-ID.
015800     ACCEPT WS-SUPERVISOR-ID.
015900     IF WS-SUPERVISOR-ID = SPACES
016000         DISPLAY "MATCH NOT CLEARED"
016100     ELSE
016200         MOVE WS-SUPERVISOR-ID TO WS-ID-VERIFICAR
016300         PERFORM BUSCAR-NIVEL-EN-ARCHIVO
016400         IF OPERADOR-ES-SUPERVISOR
016500             PERFORM DESPEJAR-COINCIDENCIA
016600         ELSE
016700             DISPLAY "NOT AN ACTIVE SUPERVISOR ID - "
016800                 "MATCH NOT CLEARED"
016900         END-IF
017000     END-IF.
017100
017200*------------------------------------------------
017300* Review function (menu).
017400*------------------------------------------------
017500 REVISAR-PROVEEDORES.
017600     MOVE WS-OPERADOR-ID TO WS-ID-VERIFICAR.
017700     PERFORM BUSCAR-NIVEL-EN-ARCHIVO.
017800     IF NOT OPERADOR-ES-SUPERVISOR
017900         DISPLAY "SANCTIONS MATCH REVIEW IS RESTRICTED TO "
018000             "SUPERVISORS"
018100     ELSE
018200         SET ADDRESS OF SOLICITUD-SDN
018300             TO ADDRESS OF WS-AREA-SOLICITUD
018400         SET ADDRESS OF RESULTADO-SDN
018500             TO ADDRESS OF WS-AREA-RESULTADO
018600         MOVE WS-OPERADOR-ID TO WS-SUPERVISOR-ID
018700         OPEN INPUT ARCHIVO-PROVEEDOR
018800         PERFORM INGRESAR-NUMERO-BUSCADO
018900         PERFORM PROCESAR-REVISION
019000             UNTIL WS-NUMERO-BUSCADO = ZEROES
019100         CLOSE ARCHIVO-PROVEEDOR
019200     END-IF.
019300
019400 INGRESAR-NUMERO-BUSCADO.
019500     MOVE "N" TO WS-CAMPO-VALIDO.
019600     PERFORM UNTIL CAMPO-ES-VALIDO
019700         DISPLAY "ENTER VENDOR NUMBER TO REVIEW (1-99999)"
019800         DISPLAY "ENTER 0 TO STOP"
019900         ACCEPT CAMPO-NUMERO-PROVEEDOR
020000         IF FUNCTION TRIM(CAMPO-NUMERO-PROVEEDOR) IS NUMERIC
020100             MOVE CAMPO-NUMERO-PROVEEDOR TO WS-NUMERO-BUSCADO
020200             MOVE "S" TO WS-CAMPO-VALIDO
020300         ELSE
020400             DISPLAY "INVALID VENDOR NUMBER - NUMERIC ONLY"
020500         END-IF
020600     END-PERFORM.
020700
020800 PROCESAR-REVISION.
020900     MOVE SPACES TO SOLICITUD-SDN.
021000     MOVE WS-NUMERO-BUSCADO TO SOL-NUMERO-PROVEEDOR.
021100     MOVE WS-NUMERO-BUSCADO TO NUMERO-PROVEEDOR.
021200     MOVE "N" TO WS-EN-MAESTRO.
021300     READ ARCHIVO-PROVEEDOR
021400         KEY IS NUMERO-PROVEEDOR
021500         INVALID KEY
021600*            A batch load row rejected by the screen is
021700*            not on the master yet.
021800             DISPLAY "VENDOR NOT ON FILE - ENTER THE NAME "
021900                 "AS SUBMITTED"
022000             ACCEPT SOL-NOMBRE
022100             MOVE "M" TO SOL-ALCANCE
022200             DISPLAY "ENTER ADDRESS LINE 1 AS SUBMITTED"
022300             ACCEPT SOL-DIRECCION-1
022400             DISPLAY "ENTER ADDRESS LINE 2 AS SUBMITTED"
022500             ACCEPT SOL-DIRECCION-2
022600             DISPLAY "ENTER CITY AS SUBMITTED"
022700             ACCEPT SOL-CIUDAD
022800         NOT INVALID KEY
022900             MOVE "S" TO WS-EN-MAESTRO
023000             MOVE NOMBRE-PROVEEDOR TO SOL-NOMBRE
023100             MOVE DIRECCION-PROVEEDOR-1 TO SOL-DIRECCION-1
023200             MOVE DIRECCION-PROVEEDOR-2 TO SOL-DIRECCION-2
023300             MOVE CIUDAD-PROVEEDOR TO SOL-CIUDAD
023400             MOVE "T" TO SOL-ALCANCE
023500     END-READ.
023600     IF SOL-NOMBRE = SPACES
023700         DISPLAY "NO NAME - NOTHING TO REVIEW"
023800     ELSE
023900         MOVE "S" TO WS-SEGUIR-REVISANDO
024000         PERFORM REVISAR-Y-DESPEJAR
024100             UNTIL NOT SEGUIR-REVISANDO
024200     END-IF.
024300     PERFORM INGRESAR-NUMERO-BUSCADO.
024400
024500 REVISAR-Y-DESPEJAR.
024600*    Rescreens after every clearance so each further
024700*    list entry the vendor matches is shown in turn.
024800     CALL "PROGIDSDN01" USING SOLICITUD-SDN RESULTADO-SDN.
024900     MOVE "N" TO WS-SEGUIR-REVISANDO.
025000     IF RES-LISTA-VACIA
025100         DISPLAY "SANCTIONS LIST NOT LOADED - NOTHING TO REVIEW"
025200     ELSE
025300         IF NOT RES-HAY-COINCIDENCIA
025400             DISPLAY "NO UNCLEARED SANCTIONS MATCH FOR VENDOR "
025500                 SOL-NUMERO-PROVEEDOR
025600             IF PROVEEDOR-EN-MAESTRO AND PROVEEDOR-EN-ESPERA
025700                 DISPLAY "VENDOR IS ON HOLD: "
025800                     MOTIVO-ESPERA-PROVEEDOR
025900                 DISPLAY "RELEASE IT THROUGH OPTION 4 "
026000                     "(HOLD / RELEASE) IF NO LONGER NEEDED"
026100             END-IF
026200         ELSE
026300             MOVE "N" TO RES-DESPEJE
026400             PERFORM MOSTRAR-COINCIDENCIA
026500             DISPLAY "CLEAR THIS AS A FALSE MATCH? (Y/N)"
026600             ACCEPT WS-RESPUESTA
026700             IF WS-RESPUESTA = "Y" OR WS-RESPUESTA = "y"
026800                 PERFORM DESPEJAR-COINCIDENCIA
026900                 MOVE "S" TO WS-SEGUIR-REVISANDO
027000             ELSE
027100                 DISPLAY "MATCH NOT CLEARED"
027200             END-IF
027300         END-IF
027400     END-IF.
027500
027600*------------------------------------------------
027700* Shared.
027800*------------------------------------------------
027900 MOSTRAR-COINCIDENCIA.
028000     DISPLAY "----- POSSIBLE SANCTIONS LIST MATCH -----".
028100     DISPLAY "VENDOR.....: " SOL-NUMERO-PROVEEDOR " "
028200         SOL-NOMBRE.
028300     IF RES-ORIGEN = "N"
028400         DISPLAY "MATCHED ON.: VENDOR NAME"
028500     ELSE
028600         IF RES-ORIGEN = "M"
028700             DISPLAY "MATCHED ON.: MASTER ADDRESS"
028800         ELSE
028900             DISPLAY "MATCHED ON.: REMIT-TO ADDRESS"
029000         END-IF
029100     END-IF.
029200     DISPLAY "VENDOR TEXT: " RES-TEXTO-PROVEEDOR.
029300     DISPLAY "LIST ENTRY.: #" RES-NUMERO-ENTIDAD " "
029400         RES-PROGRAMA-LISTA.
029500     DISPLAY "LIST TEXT..: " RES-TEXTO-LISTA.
029600     DISPLAY "SCORE......: " RES-PUNTAJE.
029700     DISPLAY "------------------------------------------".
029800
029900 DESPEJAR-COINCIDENCIA.
030000     MOVE SPACES TO WS-MOTIVO-DESPEJE.
030100     PERFORM UNTIL WS-MOTIVO-DESPEJE NOT = SPACES
030200         DISPLAY "ENTER REASON THIS IS NOT A MATCH"
030300         ACCEPT WS-MOTIVO-DESPEJE
030400     END-PERFORM.
030500     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
030600     MOVE SPACES TO REGISTRO-DESPEJE.
030700     MOVE SOL-NUMERO-PROVEEDOR TO DSP-NUMERO-PROVEEDOR.
030800     MOVE RES-NUMERO-ENTIDAD TO DSP-NUMERO-ENTIDAD.
030900     MOVE WS-SUPERVISOR-ID TO DSP-SUPERVISOR-ID.
031000     MOVE WS-OPERADOR-ID TO DSP-OPERADOR-ID.
031100     MOVE WS-CDT-FECHA TO DSP-FECHA.
031200     MOVE WS-CDT-HORA TO DSP-HORA.
031300     MOVE RES-PUNTAJE TO DSP-PUNTAJE.
031400     MOVE RES-TEXTO-LISTA TO DSP-TEXTO-LISTA.
031500     MOVE WS-MOTIVO-DESPEJE TO DSP-MOTIVO.
031600     OPEN I-O ARCHIVO-DESPEJES.
031700     WRITE REGISTRO-DESPEJE
031800         INVALID KEY
031900             REWRITE REGISTRO-DESPEJE
032000                 INVALID KEY
032100                     DISPLAY "ERROR WRITING CLEARANCE RECORD"
032200             END-REWRITE
032300     END-WRITE.
032400     CLOSE ARCHIVO-DESPEJES.
032500     MOVE "S" TO RES-DESPEJE.
032600     DISPLAY "MATCH CLEARED BY SUPERVISOR " WS-SUPERVISOR-ID.
032700     PERFORM ESCRIBIR-AUDITORIA.
032800
032900 ESCRIBIR-AUDITORIA.
033000     MOVE SPACES TO REGISTRO-AUDITORIA.
033100     MOVE SOL-NUMERO-PROVEEDOR TO AUD-NUMERO-PROVEEDOR.
033200     MOVE WS-SUPERVISOR-ID TO AUD-OPERADOR-ID.
033300     MOVE WS-CDT-FECHA TO AUD-FECHA.
033400     MOVE WS-CDT-HORA TO AUD-HORA.
033500     MOVE "SDN-DESPEJE" TO AUD-ACCION.
033600     MOVE "SDN-ENTIDAD" TO AUD-CAMPO-MODIFICADO.
033700     MOVE RES-TEXTO-LISTA TO AUD-VALOR-ANTERIOR.
033800     STRING "SDN #" DELIMITED BY SIZE
033900         RES-NUMERO-ENTIDAD DELIMITED BY SIZE
034000         " CLEARED SCORE " DELIMITED BY SIZE
034100         RES-PUNTAJE DELIMITED BY SIZE
034200         INTO AUD-VALOR-NUEVO
034300     END-STRING.
034400     MOVE ZEROES TO AUD-SECUENCIA.
034500     OPEN I-O ARCHIVO-AUDITORIA.
034600     PERFORM GRABAR-ENTRADA-AUDITORIA.
034700     CLOSE ARCHIVO-AUDITORIA.
034800
034900 GRABAR-ENTRADA-AUDITORIA.
035000*    Entries written in the same second for the same
035100*    vendor share a date and time, so the sequence
035200*    is stepped until the key is free.
035300     MOVE "N" TO WS-AUDITORIA-GRABADA.
035400     PERFORM UNTIL AUDITORIA-GRABADA
035500         WRITE REGISTRO-AUDITORIA
035600             INVALID KEY
035700                 IF AUD-SECUENCIA = 999
035800                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
035900                         AUD-NUMERO-PROVEEDOR
036000                     MOVE "S" TO WS-AUDITORIA-GRABADA
036100                 ELSE
036200                     ADD 1 TO AUD-SECUENCIA
036300                 END-IF
036400             NOT INVALID KEY
036500                 MOVE "S" TO WS-AUDITORIA-GRABADA
036600         END-WRITE
036700     END-PERFORM.
036800
036900 BUSCAR-NIVEL-EN-ARCHIVO.
037000*    Only an active supervisor on the operator file
037100*    may clear a match; an unknown or unreadable ID
037200*    counts as a plain operator.
037300     MOVE "O" TO WS-NIVEL-OPERADOR.
037400     MOVE "N" TO WS-EOF-OPERADORES.
037500     OPEN INPUT ARCHIVO-OPERADORES.
037600     IF WS-FS-OPERADORES NOT = "00"
037700         MOVE "S" TO WS-EOF-OPERADORES
037800     END-IF.
037900     PERFORM LEER-OPERADOR-SIGUIENTE
038000         UNTIL EOF-OPERADORES.
038100*    Status is "10" after the AT END read; only an
038200*    open that failed outright leaves nothing open.
038300     IF WS-FS-OPERADORES = "00" OR WS-FS-OPERADORES = "10"
038400         CLOSE ARCHIVO-OPERADORES
038500     END-IF.
038600
038700 LEER-OPERADOR-SIGUIENTE.
038800     READ ARCHIVO-OPERADORES
038900         AT END
039000             MOVE "S" TO WS-EOF-OPERADORES
039100         NOT AT END
039200             IF OPER-ID = WS-ID-VERIFICAR
039300                AND OPER-NIVEL = "S"
039400                AND OPER-SITUACION NOT = "I"
039500                 MOVE "S" TO WS-NIVEL-OPERADOR
039600                 MOVE "S" TO WS-EOF-OPERADORES
039700             END-IF
039800     END-READ.
