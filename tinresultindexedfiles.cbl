000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDTIN02.
000300*------------------------------------------------
000400* IRS bulk TIN matching - result intake.
000500* Reads vendor-tin-results, the file IRS returns
000600* for a request written by PROGIDTIN01 - each
000700* request line with the result code added:
000800*   TIN type;TIN;name;account;result code
000900* The account is the vendor number. A result is
001000* taken only when the vendor has a request on
001100* vendor-tin-file and the TIN answered is the one
001200* sent; the code, the date taken in and the tax ID
001300* it answers for are stored there and an audit
001400* entry (TIN-RESULTADO, operator AUTOTIN) records
001500* the old and new result. Code 5 (duplicate
001600* request) carries no answer and is not stored.
001700* The worklist vendor-tin-worklist has one section
001800* per outcome needing work:
001900*   1 name/TIN mismatch (codes 1, 2, 3) - backup
002000*     withholding starts and the W-9 is chased
002100*   2 invalid request (code 4) - name or TIN to be
002200*     corrected and sent again
002300*   3 result lines not taken in, with the reason
002400* and closes with a count per result code. If the
002500* results file is missing nothing is changed and
002600* the job ends with return code 8; return code 4
002700* means some lines were not taken in.
002800*------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT ARCHIVO-PROVEEDOR
003400         ASSIGN TO "vendor-file"
003500         ORGANIZATION IS INDEXED
003600         RECORD KEY IS NUMERO-PROVEEDOR
003700         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
003800             WITH DUPLICATES
003900         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
004000             WITH DUPLICATES
004100         ACCESS MODE IS DYNAMIC.
004200
004300     SELECT OPTIONAL ARCHIVO-TIN
004400         ASSIGN TO "vendor-tin-file"
004500         ORGANIZATION IS INDEXED
004600         RECORD KEY IS TIN-NUMERO-PROVEEDOR
004700         ACCESS MODE IS DYNAMIC.
004800
004900     SELECT OPTIONAL ARCHIVO-AUDITORIA
005000         ASSIGN TO "vendor-audit-log"
005100         ORGANIZATION IS INDEXED
005200         RECORD KEY IS AUD-LLAVE
005300         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
005400             WITH DUPLICATES
005500         ACCESS MODE IS DYNAMIC.
005600
005700     SELECT ARCHIVO-RESULTADOS
005800         ASSIGN TO "vendor-tin-results"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-FS-RESULTADOS.
006100
006200     SELECT REPORTE-TIN
006300         ASSIGN TO "vendor-tin-worklist"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800
006900 FD ARCHIVO-PROVEEDOR
007000         LABEL RECORDS ARE STANDARD.
007100     COPY VENDREC.
007200
007300 FD ARCHIVO-TIN
007400         LABEL RECORDS ARE STANDARD.
007500     COPY VENDTIN.
007600
007700 FD ARCHIVO-AUDITORIA
007800         LABEL RECORDS ARE STANDARD.
007900     COPY VENDAUD.
008000
008100 FD ARCHIVO-RESULTADOS
008200         LABEL RECORDS ARE STANDARD.
008300 01  LINEA-RESULTADO PIC X(80).
008400
008500 FD REPORTE-TIN
008600         LABEL RECORDS ARE STANDARD.
008700 01  LINEA-REPORTE PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000
009100 01  WS-OPERADOR-ID PIC X(8) VALUE "AUTOTIN".
009200 01  WS-FS-RESULTADOS PIC XX VALUE SPACES.
009300
009400 01  WS-EOF-RESULTADOS PIC X VALUE "N".
009500     88 EOF-RESULTADOS VALUE "S".
009600
009700 01  WS-ARCHIVO-FALTANTE PIC X VALUE "N".
009800     88 ARCHIVO-FALTANTE VALUE "S".
009900
010000 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
010100     88 AUDITORIA-GRABADA VALUE "S".
010200
010300 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
010400 01  WS-NUMERO-LINEA PIC 9(6) VALUE ZEROES.
010500 01  WS-MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
010600 01  WS-VALOR-ANTERIOR PIC X(30) VALUE SPACES.
010700
010800*    The pieces of one result line.
010900 01  RES-TIPO PIC X(1).
011000 01  RES-TIN PIC X(9).
011100 01  RES-NOMBRE PIC X(40).
011200 01  RES-CUENTA PIC X(5).
011300 01  RES-CODIGO PIC X(1).
011400     88 RES-CODIGO-VALIDO VALUE "0" THRU "8".
011500     88 RES-CODIGO-NO-COINCIDE VALUE "1" "2" "3".
011600     88 RES-CODIGO-INVALIDO VALUE "4".
011700     88 RES-CODIGO-DUPLICADO VALUE "5".
011800 01  WS-NUMERO-CUENTA PIC 9(5) VALUE ZEROES.
011900
012000 01  WS-TIN-ENVIADO PIC X(9) VALUE SPACES.
012100 01  WS-LARGO-TIN PIC 9(2) VALUE ZEROES.
012200 01  WS-INDICE-TEXTO PIC 9(2) VALUE ZEROES.
012300 01  WS-CARACTER PIC X VALUE SPACE.
012400
012500 01  WS-CONTADOR-LEIDOS PIC 9(6) VALUE ZEROES.
012600 01  WS-CONTADOR-APLICADOS PIC 9(6) VALUE ZEROES.
012700 01  WS-CONTADOR-RECHAZADOS PIC 9(6) VALUE ZEROES.
012800 01  WS-CONTADOR-NO-COINCIDE PIC 9(6) VALUE ZEROES.
012900 01  WS-CONTADOR-INVALIDOS PIC 9(6) VALUE ZEROES.
013000 01  WS-INDICE-CODIGO PIC 9(2) VALUE ZEROES.
013100 01  TABLA-CONTADOR-CODIGOS.
013200     05 WS-CONTADOR-CODIGO PIC 9(6) OCCURS 9 TIMES.
013300
013400 01  TABLA-DESCRIPCION-VALORES.
013500     05 FILLER PIC X(24) VALUE "TIN AND NAME MATCH".
013600     05 FILLER PIC X(24) VALUE "TIN MISSING/NOT 9 DIGITS".
013700     05 FILLER PIC X(24) VALUE "TIN NOT ISSUED".
013800     05 FILLER PIC X(24) VALUE "TIN/NAME DO NOT MATCH".
013900     05 FILLER PIC X(24) VALUE "INVALID REQUEST".
014000     05 FILLER PIC X(24) VALUE "DUPLICATE REQUEST".
014100     05 FILLER PIC X(24) VALUE "MATCHED AS SSN".
014200     05 FILLER PIC X(24) VALUE "MATCHED AS EIN".
014300     05 FILLER PIC X(24) VALUE "MATCHED AS SSN AND EIN".
014400 01  TABLA-DESCRIPCION REDEFINES TABLA-DESCRIPCION-VALORES.
014500     05 DESCRIPCION-CODIGO PIC X(24) OCCURS 9 TIMES.
014600
014700* Worklist entries kept so each group can be printed
014800* in its own section after the one pass over the
014900* results. Group M = mismatch, I = invalid request,
015000* R = line not taken in.
015100 01  WS-TOTAL-PENDIENTES PIC 9(4) VALUE ZEROES.
015200 01  WS-INDICE-PENDIENTE PIC 9(4) VALUE ZEROES.
015300 01  WS-GRUPO PIC X(1) VALUE SPACE.
015400 01  TABLA-PENDIENTES.
015500     05 PENDIENTE OCCURS 5000 TIMES.
015600         10 PEN-GRUPO PIC X(1).
015700         10 PEN-NUMERO PIC 9(5).
015800         10 PEN-NOMBRE PIC X(30).
015900         10 PEN-ID-FISCAL PIC X(11).
016000         10 PEN-CODIGO PIC X(1).
016100         10 PEN-CONTACTO PIC X(30).
016200         10 PEN-TELEFONO PIC X(15).
016300         10 PEN-LINEA PIC 9(6).
016400         10 PEN-MOTIVO PIC X(30).
016500
016600 01  WS-FECHA-HORA-SISTEMA.
016700     05 WS-CDT-FECHA PIC 9(8).
016800     05 WS-CDT-HORA PIC 9(6).
016900     05 WS-CDT-RESTO PIC X(7).
017000
017100 01  LINEA-ENCABEZADO-1.
017200     05 FILLER PIC X(30)
017300         VALUE "IRS TIN MATCHING WORKLIST".
017400     05 FILLER PIC X(5) VALUE "RUN: ".
017500     05 ENC1-FECHA PIC 9(8).
017600
017700 01  LINEA-SECCION.
017800     05 FILLER PIC X(9) VALUE "SECTION..".
017900     05 SEC-TITULO PIC X(60).
018000
018100 01  LINEA-ENCABEZADO-2.
018200     05 FILLER PIC X(7) VALUE "VEND#".
018300     05 FILLER PIC X(31) VALUE "NAME".
018400     05 FILLER PIC X(12) VALUE "TAX ID".
018500     05 FILLER PIC X(27) VALUE "IRS RESULT".
018600     05 FILLER PIC X(31) VALUE "CONTACT".
018700     05 FILLER PIC X(15) VALUE "PHONE".
018800
018900 01  LINEA-DETALLE.
019000     05 DET-NUMERO PIC ZZZZ9.
019100     05 FILLER PIC X(2) VALUE SPACES.
019200     05 DET-NOMBRE PIC X(30).
019300     05 FILLER PIC X(1) VALUE SPACE.
019400     05 DET-ID-FISCAL PIC X(11).
019500     05 FILLER PIC X(1) VALUE SPACE.
019600     05 DET-CODIGO PIC X(1).
019700     05 FILLER PIC X(1) VALUE SPACE.
019800     05 DET-DESCRIPCION PIC X(24).
019900     05 FILLER PIC X(1) VALUE SPACE.
020000     05 DET-CONTACTO PIC X(30).
020100     05 FILLER PIC X(1) VALUE SPACE.
020200     05 DET-TELEFONO PIC X(15).
020300
020400 01  LINEA-ENCABEZADO-RECHAZO.
020500     05 FILLER PIC X(8) VALUE "LINE#".
020600     05 FILLER PIC X(7) VALUE "ACCT".
020700     05 FILLER PIC X(31) VALUE "REASON".
020800
020900 01  LINEA-RECHAZO.
021000     05 REC-LINEA PIC ZZZZZ9.
021100     05 FILLER PIC X(2) VALUE SPACES.
021200     05 REC-CUENTA PIC X(5).
021300     05 FILLER PIC X(2) VALUE SPACES.
021400     05 REC-MOTIVO PIC X(30).
021500
021600 01  LINEA-CONTADOR-SECCION.
021700     05 FILLER PIC X(20) VALUE "ENTRIES IN SECTION: ".
021800     05 SEC-CONTADOR PIC ZZZZ9.
021900
022000 01  LINEA-CODIGO.
022100     05 FILLER PIC X(7) VALUE "CODE ".
022200     05 COD-CODIGO PIC 9(1).
022300     05 FILLER PIC X(2) VALUE SPACES.
022400     05 COD-DESCRIPCION PIC X(24).
022500     05 FILLER PIC X(2) VALUE SPACES.
022600     05 COD-CONTADOR PIC ZZZZZ9.
022700
022800 01  LINEA-TOTAL.
022900     05 TOT-TITULO PIC X(30).
023000     05 TOT-CONTADOR PIC ZZZZZ9.
023100
023200 01  LINEA-SIN-ARCHIVO.
023300     05 FILLER PIC X(60) VALUE
023400         "NO RESULTS FILE vendor-tin-results - NOTHING TAKEN IN".
023500
023600 PROCEDURE DIVISION.
023700 PROGRAMA-INICIO.
023800     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
023900     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
024000     MOVE ZEROES TO TABLA-CONTADOR-CODIGOS.
024100     OPEN OUTPUT REPORTE-TIN.
024200     MOVE WS-FECHA-HOY TO ENC1-FECHA.
024300     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
024400     OPEN INPUT ARCHIVO-RESULTADOS.
024500     IF WS-FS-RESULTADOS NOT = "00"
024600         MOVE "S" TO WS-ARCHIVO-FALTANTE
024700         WRITE LINEA-REPORTE FROM SPACES
024800         WRITE LINEA-REPORTE FROM LINEA-SIN-ARCHIVO
024900         DISPLAY "TIN RESULTS FILE NOT FOUND - NOTHING TAKEN IN"
025000     ELSE
025100         OPEN INPUT ARCHIVO-PROVEEDOR
025200         OPEN I-O ARCHIVO-TIN
025300         PERFORM LEER-RESULTADO
025400         PERFORM PROCESAR-RESULTADO
025500             UNTIL EOF-RESULTADOS
025600         CLOSE ARCHIVO-RESULTADOS
025700         CLOSE ARCHIVO-PROVEEDOR
025800         CLOSE ARCHIVO-TIN
025900         PERFORM IMPRIMIR-SECCIONES
026000         DISPLAY "TIN RESULTS COMPLETE - READ: "
026100             WS-CONTADOR-LEIDOS
026200             " TAKEN IN: " WS-CONTADOR-APLICADOS
026300             " MISMATCHES: " WS-CONTADOR-NO-COINCIDE
026400             " NOT TAKEN IN: " WS-CONTADOR-RECHAZADOS
026500     END-IF.
026600     CLOSE REPORTE-TIN.
026700     IF ARCHIVO-FALTANTE
026800         MOVE 8 TO RETURN-CODE
026900     ELSE
027000         IF WS-CONTADOR-RECHAZADOS > ZEROES
027100             MOVE 4 TO RETURN-CODE
027200         ELSE
027300             MOVE ZERO TO RETURN-CODE
027400         END-IF
027500     END-IF.
027600
027700 PROGRAMA-TERMINADO.
027800     STOP RUN.
027900
028000 LEER-RESULTADO.
028100     READ ARCHIVO-RESULTADOS
028200         AT END
028300             MOVE "S" TO WS-EOF-RESULTADOS
028400         NOT AT END
028500             ADD 1 TO WS-NUMERO-LINEA
028600     END-READ.
028700
028800 PROCESAR-RESULTADO.
028900     IF LINEA-RESULTADO NOT = SPACES
029000         ADD 1 TO WS-CONTADOR-LEIDOS
029100         PERFORM SEPARAR-LINEA
029200         PERFORM VALIDAR-RESULTADO
029300         IF WS-MOTIVO-RECHAZO = SPACES
029400             PERFORM APLICAR-RESULTADO
029500         ELSE
029600             PERFORM RECHAZAR-LINEA
029700         END-IF
029800     END-IF.
029900     PERFORM LEER-RESULTADO.
030000
030100 SEPARAR-LINEA.
030200     MOVE SPACES TO RES-TIPO RES-TIN RES-NOMBRE RES-CUENTA
030300         RES-CODIGO.
030400     UNSTRING LINEA-RESULTADO DELIMITED BY ";"
030500         INTO RES-TIPO RES-TIN RES-NOMBRE RES-CUENTA RES-CODIGO
030600     END-UNSTRING.
030700
030800 VALIDAR-RESULTADO.
030900*    Checks run in order; the first failure is the
031000*    reason the line is listed.
031100     MOVE SPACES TO WS-MOTIVO-RECHAZO.
031200     IF RES-CUENTA IS NOT NUMERIC
031300         MOVE "ACCOUNT IS NOT A VENDOR NUMBER"
031400             TO WS-MOTIVO-RECHAZO
031500     ELSE
031600         MOVE RES-CUENTA TO WS-NUMERO-CUENTA
031700         IF NOT RES-CODIGO-VALIDO
031800             MOVE "RESULT CODE MISSING OR UNKNOWN"
031900                 TO WS-MOTIVO-RECHAZO
032000         ELSE
032100             IF RES-CODIGO-DUPLICADO
032200                 MOVE "DUPLICATE REQUEST - NO ANSWER"
032300                     TO WS-MOTIVO-RECHAZO
032400             ELSE
032500                 PERFORM VALIDAR-CONTRA-SOLICITUD
032600             END-IF
032700         END-IF
032800     END-IF.
032900     IF RES-CODIGO-VALIDO
033000         MOVE RES-CODIGO TO WS-INDICE-CODIGO
033100         ADD 1 TO WS-INDICE-CODIGO
033200         ADD 1 TO WS-CONTADOR-CODIGO(WS-INDICE-CODIGO)
033300     END-IF.
033400
033500 VALIDAR-CONTRA-SOLICITUD.
033600     MOVE WS-NUMERO-CUENTA TO NUMERO-PROVEEDOR.
033700     READ ARCHIVO-PROVEEDOR
033800         KEY IS NUMERO-PROVEEDOR
033900         INVALID KEY
034000             MOVE "VENDOR NOT ON MASTER" TO WS-MOTIVO-RECHAZO
034100     END-READ.
034200     IF WS-MOTIVO-RECHAZO = SPACES
034300         MOVE WS-NUMERO-CUENTA TO TIN-NUMERO-PROVEEDOR
034400         READ ARCHIVO-TIN
034500             KEY IS TIN-NUMERO-PROVEEDOR
034600             INVALID KEY
034700                 MOVE "NO REQUEST ON FILE FOR VENDOR"
034800                     TO WS-MOTIVO-RECHAZO
034900         END-READ
035000     END-IF.
035100     IF WS-MOTIVO-RECHAZO = SPACES
035200         PERFORM OBTENER-TIN-ENVIADO
035300         IF WS-TIN-ENVIADO NOT = RES-TIN
035400             MOVE "TIN IS NOT THE ONE LAST SENT"
035500                 TO WS-MOTIVO-RECHAZO
035600         END-IF
035700     END-IF.
035800
035900 OBTENER-TIN-ENVIADO.
036000     MOVE SPACES TO WS-TIN-ENVIADO.
036100     MOVE ZEROES TO WS-LARGO-TIN.
036200     PERFORM VARYING WS-INDICE-TEXTO FROM 1 BY 1
036300             UNTIL WS-INDICE-TEXTO > 11
036400         MOVE TIN-ID-FISCAL-ENVIADO(WS-INDICE-TEXTO:1)
036500             TO WS-CARACTER
036600         IF WS-CARACTER IS NUMERIC
036700             ADD 1 TO WS-LARGO-TIN
036800             IF WS-LARGO-TIN <= 9
036900                 MOVE WS-CARACTER
037000                     TO WS-TIN-ENVIADO(WS-LARGO-TIN:1)
037100             END-IF
037200         END-IF
037300     END-PERFORM.
037400
037500 APLICAR-RESULTADO.
037600     MOVE SPACES TO WS-VALOR-ANTERIOR.
037700     IF NOT TIN-SIN-RESULTADO
037800         STRING "CODE " TIN-CODIGO-RESULTADO
037900             " ON " TIN-FECHA-RESULTADO
038000             DELIMITED BY SIZE INTO WS-VALOR-ANTERIOR
038100     END-IF.
038200     MOVE RES-CODIGO TO TIN-CODIGO-RESULTADO.
038300     MOVE WS-FECHA-HOY TO TIN-FECHA-RESULTADO.
038400     MOVE TIN-ID-FISCAL-ENVIADO TO TIN-ID-FISCAL-RESULTADO.
038500     REWRITE REGISTRO-TIN
038600         INVALID KEY
038700             MOVE "ERROR REWRITING TIN RECORD"
038800                 TO WS-MOTIVO-RECHAZO
038900             PERFORM RECHAZAR-LINEA
039000         NOT INVALID KEY
039100             ADD 1 TO WS-CONTADOR-APLICADOS
039200             PERFORM ESCRIBIR-AUDITORIA
039300             PERFORM ANOTAR-SEGUIMIENTO
039400     END-REWRITE.
039500
039600 ANOTAR-SEGUIMIENTO.
039700     IF RES-CODIGO-NO-COINCIDE
039800         ADD 1 TO WS-CONTADOR-NO-COINCIDE
039900         MOVE "M" TO WS-GRUPO
040000         PERFORM ANOTAR-PENDIENTE
040100     END-IF.
040200     IF RES-CODIGO-INVALIDO
040300         ADD 1 TO WS-CONTADOR-INVALIDOS
040400         MOVE "I" TO WS-GRUPO
040500         PERFORM ANOTAR-PENDIENTE
040600     END-IF.
040700
040800 RECHAZAR-LINEA.
040900     ADD 1 TO WS-CONTADOR-RECHAZADOS.
041000     MOVE "R" TO WS-GRUPO.
041100     PERFORM ANOTAR-PENDIENTE.
041200
041300 ANOTAR-PENDIENTE.
041400     IF WS-TOTAL-PENDIENTES < 5000
041500         ADD 1 TO WS-TOTAL-PENDIENTES
041600         MOVE SPACES TO PENDIENTE(WS-TOTAL-PENDIENTES)
041700         MOVE WS-GRUPO TO PEN-GRUPO(WS-TOTAL-PENDIENTES)
041800         MOVE WS-NUMERO-LINEA TO PEN-LINEA(WS-TOTAL-PENDIENTES)
041900         MOVE WS-MOTIVO-RECHAZO TO PEN-MOTIVO(WS-TOTAL-PENDIENTES)
042000         MOVE RES-CODIGO TO PEN-CODIGO(WS-TOTAL-PENDIENTES)
042100         IF WS-GRUPO = "R"
042200             MOVE ZEROES TO PEN-NUMERO(WS-TOTAL-PENDIENTES)
042300             MOVE RES-CUENTA TO PEN-NOMBRE(WS-TOTAL-PENDIENTES)
042400         ELSE
042500             MOVE NUMERO-PROVEEDOR
042600                 TO PEN-NUMERO(WS-TOTAL-PENDIENTES)
042700             MOVE NOMBRE-PROVEEDOR
042800                 TO PEN-NOMBRE(WS-TOTAL-PENDIENTES)
042900             MOVE ID-FISCAL-PROVEEDOR
043000                 TO PEN-ID-FISCAL(WS-TOTAL-PENDIENTES)
043100             MOVE CONTACTO-PROVEEDOR
043200                 TO PEN-CONTACTO(WS-TOTAL-PENDIENTES)
043300             MOVE TELEFONO-PROVEEDOR
043400                 TO PEN-TELEFONO(WS-TOTAL-PENDIENTES)
043500         END-IF
043600     ELSE
043700         DISPLAY "WORKLIST TABLE FULL - NOT LISTED: LINE "
043800             WS-NUMERO-LINEA
043900     END-IF.
044000
044100 ESCRIBIR-AUDITORIA.
044200     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
044300     MOVE SPACES TO REGISTRO-AUDITORIA.
044400     MOVE TIN-NUMERO-PROVEEDOR TO AUD-NUMERO-PROVEEDOR.
044500     MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID.
044600     MOVE WS-CDT-FECHA TO AUD-FECHA.
044700     MOVE WS-CDT-HORA TO AUD-HORA.
044800     MOVE "TIN-RESULTADO" TO AUD-ACCION.
044900     MOVE "TIN-MATCH" TO AUD-CAMPO-MODIFICADO.
045000     MOVE WS-VALOR-ANTERIOR TO AUD-VALOR-ANTERIOR.
045100     MOVE RES-CODIGO TO WS-INDICE-CODIGO.
045200     ADD 1 TO WS-INDICE-CODIGO.
045300     STRING "CODE " RES-CODIGO " "
045400         DESCRIPCION-CODIGO(WS-INDICE-CODIGO)
045500         DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.
045600     MOVE ZEROES TO AUD-SECUENCIA.
045700     OPEN I-O ARCHIVO-AUDITORIA.
045800     PERFORM GRABAR-ENTRADA-AUDITORIA.
045900     CLOSE ARCHIVO-AUDITORIA.
046000
046100 GRABAR-ENTRADA-AUDITORIA.
046200*    Entries written in the same second for the same
046300*    vendor share a date and time, so the sequence
046400*    is stepped until the key is free.
046500     MOVE "N" TO WS-AUDITORIA-GRABADA.
046600     PERFORM UNTIL AUDITORIA-GRABADA
046700         WRITE REGISTRO-AUDITORIA
046800             INVALID KEY
046900                 IF AUD-SECUENCIA = 999
047000                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
047100                         AUD-NUMERO-PROVEEDOR
047200                     MOVE "S" TO WS-AUDITORIA-GRABADA
047300                 ELSE
047400                     ADD 1 TO AUD-SECUENCIA
047500                 END-IF
047600             NOT INVALID KEY
047700                 MOVE "S" TO WS-AUDITORIA-GRABADA
047800         END-WRITE
047900     END-PERFORM.
048000
048100*------------------------------------------------
048200* Worklist sections.
048300*------------------------------------------------
048400 IMPRIMIR-SECCIONES.
048500     WRITE LINEA-REPORTE FROM SPACES.
048600     MOVE "1 NAME/TIN MISMATCH - BACKUP WITHHOLDING, CHASE W-9"
048700         TO SEC-TITULO.
048800     WRITE LINEA-REPORTE FROM LINEA-SECCION.
048900     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
049000     MOVE "M" TO WS-GRUPO.
049100     PERFORM IMPRIMIR-PENDIENTE
049200         VARYING WS-INDICE-PENDIENTE FROM 1 BY 1
049300         UNTIL WS-INDICE-PENDIENTE > WS-TOTAL-PENDIENTES.
049400     MOVE WS-CONTADOR-NO-COINCIDE TO SEC-CONTADOR.
049500     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
049600     WRITE LINEA-REPORTE FROM SPACES.
049700     MOVE "2 INVALID REQUEST - CORRECT NAME/TIN AND RESUBMIT"
049800         TO SEC-TITULO.
049900     WRITE LINEA-REPORTE FROM LINEA-SECCION.
050000     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
050100     MOVE "I" TO WS-GRUPO.
050200     PERFORM IMPRIMIR-PENDIENTE
050300         VARYING WS-INDICE-PENDIENTE FROM 1 BY 1
050400         UNTIL WS-INDICE-PENDIENTE > WS-TOTAL-PENDIENTES.
050500     MOVE WS-CONTADOR-INVALIDOS TO SEC-CONTADOR.
050600     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
050700     WRITE LINEA-REPORTE FROM SPACES.
050800     MOVE "3 RESULT LINES NOT TAKEN IN" TO SEC-TITULO.
050900     WRITE LINEA-REPORTE FROM LINEA-SECCION.
051000     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-RECHAZO.
051100     MOVE "R" TO WS-GRUPO.
051200     PERFORM IMPRIMIR-PENDIENTE
051300         VARYING WS-INDICE-PENDIENTE FROM 1 BY 1
051400         UNTIL WS-INDICE-PENDIENTE > WS-TOTAL-PENDIENTES.
051500     MOVE WS-CONTADOR-RECHAZADOS TO SEC-CONTADOR.
051600     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
051700     PERFORM IMPRIMIR-TOTALES.
051800
051900 IMPRIMIR-PENDIENTE.
052000     IF PEN-GRUPO(WS-INDICE-PENDIENTE) = WS-GRUPO
052100         IF WS-GRUPO = "R"
052200             MOVE PEN-LINEA(WS-INDICE-PENDIENTE) TO REC-LINEA
052300             MOVE PEN-NOMBRE(WS-INDICE-PENDIENTE) TO REC-CUENTA
052400             MOVE PEN-MOTIVO(WS-INDICE-PENDIENTE) TO REC-MOTIVO
052500             WRITE LINEA-REPORTE FROM LINEA-RECHAZO
052600         ELSE
052700             MOVE PEN-NUMERO(WS-INDICE-PENDIENTE) TO DET-NUMERO
052800             MOVE PEN-NOMBRE(WS-INDICE-PENDIENTE) TO DET-NOMBRE
052900             MOVE PEN-ID-FISCAL(WS-INDICE-PENDIENTE)
053000                 TO DET-ID-FISCAL
053100             MOVE PEN-CODIGO(WS-INDICE-PENDIENTE) TO DET-CODIGO
053200             MOVE PEN-CODIGO(WS-INDICE-PENDIENTE)
053300                 TO WS-INDICE-CODIGO
053400             ADD 1 TO WS-INDICE-CODIGO
053500             MOVE DESCRIPCION-CODIGO(WS-INDICE-CODIGO)
053600                 TO DET-DESCRIPCION
053700             MOVE PEN-CONTACTO(WS-INDICE-PENDIENTE)
053800                 TO DET-CONTACTO
053900             MOVE PEN-TELEFONO(WS-INDICE-PENDIENTE)
054000                 TO DET-TELEFONO
054100             WRITE LINEA-REPORTE FROM LINEA-DETALLE
054200         END-IF
054300     END-IF.
054400
054500 IMPRIMIR-TOTALES.
054600     WRITE LINEA-REPORTE FROM SPACES.
054700     MOVE "RESULT LINES READ...........: " TO TOT-TITULO.
054800     MOVE WS-CONTADOR-LEIDOS TO TOT-CONTADOR.
054900     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
055000     MOVE "RESULTS TAKEN IN............: " TO TOT-TITULO.
055100     MOVE WS-CONTADOR-APLICADOS TO TOT-CONTADOR.
055200     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
055300     PERFORM VARYING WS-INDICE-CODIGO FROM 1 BY 1
055400             UNTIL WS-INDICE-CODIGO > 9
055500         COMPUTE COD-CODIGO = WS-INDICE-CODIGO - 1
055600         MOVE DESCRIPCION-CODIGO(WS-INDICE-CODIGO)
055700             TO COD-DESCRIPCION
055800         MOVE WS-CONTADOR-CODIGO(WS-INDICE-CODIGO)
055900             TO COD-CONTADOR
056000         WRITE LINEA-REPORTE FROM LINEA-CODIGO
056100     END-PERFORM.
