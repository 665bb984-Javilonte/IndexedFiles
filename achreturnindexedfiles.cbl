000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDDEVOL01.
000300*------------------------------------------------
000400* Prenote return and notification-of-change
000500* intake. Reads the NACHA return file the bank
000600* sends back (vendor-ach-returns) and matches each
000700* returned entry to its vendor by the vendor number
000800* the prenote job put in the individual ID field,
000900* checked against the trace number kept on the
001000* banking record. Only entry detail records and
001100* their 98/99 addenda are looked at; headers,
001200* controls and padding are skipped.
001300* A return (addenda 99, R codes) marks the account
001400* failed (prenote status F). A notification of
001500* change (addenda 98, C codes) marks it corrected
001600* (status C) and applies the bank's corrected
001700* routing, account and account type (C01, C02,
001800* C03, C05, C06, C07; any other change code is
001900* left for the reviewer to key). Either way the
002000* account goes back into the pending queue of
002100* PROGIDBANCO01 for a second operator to approve
002200* or reject, an audit entry is written under the
002300* AUTOACH operator ID, and the extract keeps the
002400* account away from AP meanwhile. A vendor that
002500* already has a newer change pending keeps it;
002600* only the status is marked.
002700* The run report vendor-ach-return-report lists
002800* every entry with what was done, including the
002900* ones that could not be matched.
003000*------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     SELECT ARCHIVO-PROVEEDOR
003600         ASSIGN TO "vendor-file"
003700         ORGANIZATION IS INDEXED
003800         RECORD KEY IS NUMERO-PROVEEDOR
003900         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
004000             WITH DUPLICATES
004100         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
004200             WITH DUPLICATES
004300         ACCESS MODE IS DYNAMIC.
004400
004500     SELECT OPTIONAL ARCHIVO-BANCOS
004600         ASSIGN TO "vendor-bank-file"
004700         ORGANIZATION IS INDEXED
004800         RECORD KEY IS BCO-NUMERO-PROVEEDOR
004900         ACCESS MODE IS DYNAMIC.
005000
005100     SELECT OPTIONAL ARCHIVO-AUDITORIA
005200         ASSIGN TO "vendor-audit-log"
005300         ORGANIZATION IS INDEXED
005400         RECORD KEY IS AUD-LLAVE
005500         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
005600             WITH DUPLICATES
005700         ACCESS MODE IS DYNAMIC.
005800
005900     SELECT ARCHIVO-DEVOLUCIONES
006000         ASSIGN TO "vendor-ach-returns"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FS-DEVOLUCIONES.
006300
006400     SELECT REPORTE-DEVOLUCIONES
006500         ASSIGN TO "vendor-ach-return-report"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000
007100 FD ARCHIVO-PROVEEDOR
007200         LABEL RECORDS ARE STANDARD.
007300     COPY VENDREC.
007400
007500 FD ARCHIVO-BANCOS
007600         LABEL RECORDS ARE STANDARD.
007700     COPY VENDBCO.
007800
007900 FD ARCHIVO-AUDITORIA
008000         LABEL RECORDS ARE STANDARD.
008100     COPY VENDAUD.
008200
008300 FD ARCHIVO-DEVOLUCIONES
008400         LABEL RECORDS ARE STANDARD.
008500 01  REGISTRO-DEVOLUCION.
008600     05 DEV-TIPO-REGISTRO PIC X(1).
008700     05 DEV-RESTO PIC X(93).
008800 01  DEV-DETALLE.
008900     05 FILLER PIC X(1).
009000     05 DEV-CODIGO-TRANSACCION PIC X(2).
009100     05 DEV-RUTA PIC X(8).
009200     05 DEV-DIGITO-CONTROL PIC X(1).
009300     05 DEV-CUENTA PIC X(17).
009400     05 DEV-IMPORTE PIC X(10).
009500     05 DEV-IDENTIFICACION PIC X(15).
009600     05 DEV-NOMBRE PIC X(22).
009700     05 FILLER PIC X(2).
009800     05 DEV-INDICADOR-ANEXO PIC X(1).
009900     05 DEV-RASTREO PIC X(15).
010000 01  DEV-ANEXO.
010100     05 FILLER PIC X(1).
010200     05 DEV-TIPO-ANEXO PIC X(2).
010300         88 ANEXO-CORRECCION VALUE "98".
010400         88 ANEXO-DEVOLUCION VALUE "99".
010500     05 DEV-MOTIVO PIC X(3).
010600     05 DEV-RASTREO-ORIGINAL PIC X(15).
010700     05 FILLER PIC X(6).
010800     05 DEV-RDFI-ORIGINAL PIC X(8).
010900     05 DEV-DATOS-CORREGIDOS PIC X(29).
011000     05 FILLER PIC X(15).
011100     05 DEV-RASTREO-ANEXO PIC X(15).
011200
011300 FD REPORTE-DEVOLUCIONES
011400         LABEL RECORDS ARE STANDARD.
011500 01  LINEA-REPORTE PIC X(90).
011600
011700 WORKING-STORAGE SECTION.
011800
011900 01  WS-OPERADOR-ID PIC X(8) VALUE "AUTOACH".
012000
012100 01  WS-FS-DEVOLUCIONES PIC X(2) VALUE SPACES.
012200
012300 01  WS-EOF-DEVOLUCIONES PIC X VALUE "N".
012400     88 EOF-DEVOLUCIONES VALUE "S".
012500
012600 01  WS-HAY-DETALLE PIC X VALUE "N".
012700     88 HAY-DETALLE VALUE "S".
012800
012900 01  WS-BANCO-ENCONTRADO PIC X VALUE "N".
013000     88 BANCO-ENCONTRADO VALUE "S".
013100
013200 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
013300     88 AUDITORIA-GRABADA VALUE "S".
013400
013500 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
013600 01  WS-NUMERO-DEVUELTO PIC X(5) VALUE SPACES.
013700 01  WS-TRANSACCION-CORREGIDA PIC X(2) VALUE SPACES.
013800
013900 01  WS-CONTADOR-DEVUELTOS PIC 9(5) VALUE ZEROES.
014000 01  WS-CONTADOR-CORREGIDOS PIC 9(5) VALUE ZEROES.
014100 01  WS-CONTADOR-SIN-CASAR PIC 9(5) VALUE ZEROES.
014200
014300 01  CAMPOS-CORRECCION.
014400     05 WS-RUTA-CORREGIDA PIC X(9).
014500     05 WS-CUENTA-CORREGIDA PIC X(17).
014600     05 WS-TIPO-CORREGIDO PIC X(1).
014700
014800 01  WS-INDICE-CUENTA PIC S9(3) COMP VALUE ZEROES.
014900 01  WS-LARGO-CUENTA PIC 9(2) VALUE ZEROES.
015000 01  WS-CUENTA-TRABAJO PIC X(17) VALUE SPACES.
015100 01  WS-CUENTA-ENMASCARADA PIC X(17) VALUE SPACES.
015200
015300 01  WS-FECHA-HORA-SISTEMA.
015400     05 WS-CDT-FECHA PIC 9(8).
015500     05 WS-CDT-HORA PIC 9(6).
015600     05 WS-CDT-RESTO PIC X(7).
015700
015800 01  LINEA-ENCABEZADO-1.
015900     05 FILLER PIC X(30)
016000         VALUE "PRENOTE RETURNS AND NOC RUN".
016100     05 FILLER PIC X(5) VALUE "RUN: ".
016200     05 ENC1-FECHA PIC 9(8).
016300
016400 01  LINEA-ENCABEZADO-2.
016500     05 FILLER PIC X(7) VALUE "VEND#".
016600     05 FILLER PIC X(31) VALUE "NAME".
016700     05 FILLER PIC X(5) VALUE "CODE".
016800     05 FILLER PIC X(16) VALUE "ORIGINAL TRACE".
016900     05 FILLER PIC X(30) VALUE "RESULT".
017000
017100 01  LINEA-DETALLE.
017200     05 DET-NUMERO PIC X(5).
017300     05 FILLER PIC X(2) VALUE SPACES.
017400     05 DET-NOMBRE PIC X(30).
017500     05 FILLER PIC X(1) VALUE SPACE.
017600     05 DET-CODIGO PIC X(3).
017700     05 FILLER PIC X(2) VALUE SPACES.
017800     05 DET-RASTREO PIC X(15).
017900     05 FILLER PIC X(1) VALUE SPACE.
018000     05 DET-RESULTADO PIC X(30).
018100
018200 01  LINEA-TOTALES.
018300     05 FILLER PIC X(10) VALUE "RETURNED: ".
018400     05 TOT-DEVUELTOS PIC ZZZZ9.
018500     05 FILLER PIC X(14) VALUE "  CORRECTED: ".
018600     05 TOT-CORREGIDOS PIC ZZZZ9.
018700     05 FILLER PIC X(14) VALUE "  UNMATCHED: ".
018800     05 TOT-SIN-CASAR PIC ZZZZ9.
018900
019000 01  LINEA-AVISO PIC X(90) VALUE SPACES.
019100
019200 PROCEDURE DIVISION.
019300 PROGRAMA-INICIO.
019400     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
019500     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
019600     OPEN OUTPUT REPORTE-DEVOLUCIONES.
019700     MOVE WS-FECHA-HOY TO ENC1-FECHA.
019800     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
019900     WRITE LINEA-REPORTE FROM SPACES.
020000     OPEN INPUT ARCHIVO-DEVOLUCIONES.
020100     IF WS-FS-DEVOLUCIONES NOT = "00"
020200         MOVE "NO RETURN FILE RECEIVED - NOTHING PROCESSED"
020300             TO LINEA-AVISO
020400         WRITE LINEA-REPORTE FROM LINEA-AVISO
020500         DISPLAY "vendor-ach-returns NOT FOUND - NOTHING"
020600             " PROCESSED"
020700     ELSE
020800         WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2
020900         OPEN INPUT ARCHIVO-PROVEEDOR
021000         OPEN I-O ARCHIVO-BANCOS
021100         PERFORM LEER-DEVOLUCION
021200         PERFORM PROCESAR-DEVOLUCIONES
021300             UNTIL EOF-DEVOLUCIONES
021400         CLOSE ARCHIVO-PROVEEDOR
021500         CLOSE ARCHIVO-BANCOS
021600         CLOSE ARCHIVO-DEVOLUCIONES
021700     END-IF.
021800     MOVE WS-CONTADOR-DEVUELTOS TO TOT-DEVUELTOS.
021900     MOVE WS-CONTADOR-CORREGIDOS TO TOT-CORREGIDOS.
022000     MOVE WS-CONTADOR-SIN-CASAR TO TOT-SIN-CASAR.
022100     WRITE LINEA-REPORTE FROM SPACES.
022200     WRITE LINEA-REPORTE FROM LINEA-TOTALES.
022300     CLOSE REPORTE-DEVOLUCIONES.
022400     DISPLAY "RETURN RUN COMPLETE - RETURNED: "
022500         WS-CONTADOR-DEVUELTOS
022600         " CORRECTED: " WS-CONTADOR-CORREGIDOS
022700         " UNMATCHED: " WS-CONTADOR-SIN-CASAR.
022800     IF WS-CONTADOR-SIN-CASAR > ZEROES
022900         MOVE 4 TO RETURN-CODE
023000     END-IF.
023100
023200 PROGRAMA-TERMINADO.
023300     STOP RUN.
023400
023500 LEER-DEVOLUCION.
023600     READ ARCHIVO-DEVOLUCIONES
023700         AT END
023800             MOVE "S" TO WS-EOF-DEVOLUCIONES
023900     END-READ.
024000
024100 PROCESAR-DEVOLUCIONES.
024200*    An entry detail is held until its addenda
024300*    record arrives; the addenda says whether it
024400*    is a return or a change and carries the code.
024500     IF DEV-TIPO-REGISTRO = "6"
024600         MOVE "S" TO WS-HAY-DETALLE
024700         MOVE DEV-IDENTIFICACION(1:5) TO WS-NUMERO-DEVUELTO
024800         MOVE DEV-NOMBRE TO DET-NOMBRE
024900     END-IF.
025000     IF DEV-TIPO-REGISTRO = "7" AND HAY-DETALLE
025100         MOVE "N" TO WS-HAY-DETALLE
025200         IF ANEXO-DEVOLUCION OR ANEXO-CORRECCION
025300             PERFORM CASAR-DEVOLUCION
025400         END-IF
025500     END-IF.
025600     PERFORM LEER-DEVOLUCION.
025700
025800 CASAR-DEVOLUCION.
025900     MOVE WS-NUMERO-DEVUELTO TO DET-NUMERO.
026000     MOVE DEV-MOTIVO TO DET-CODIGO.
026100     MOVE DEV-RASTREO-ORIGINAL TO DET-RASTREO.
026200     MOVE "N" TO WS-BANCO-ENCONTRADO.
026300     IF WS-NUMERO-DEVUELTO IS NUMERIC
026400         MOVE WS-NUMERO-DEVUELTO TO BCO-NUMERO-PROVEEDOR
026500         READ ARCHIVO-BANCOS
026600             KEY IS BCO-NUMERO-PROVEEDOR
026700             INVALID KEY
026800                 CONTINUE
026900             NOT INVALID KEY
027000                 IF BCO-PRENOTA-RASTREO = DEV-RASTREO-ORIGINAL
027100                     MOVE "S" TO WS-BANCO-ENCONTRADO
027200                 END-IF
027300         END-READ
027400     END-IF.
027500     IF NOT BANCO-ENCONTRADO
027600         ADD 1 TO WS-CONTADOR-SIN-CASAR
027700         MOVE "NO PRENOTE WITH THIS TRACE" TO DET-RESULTADO
027800         WRITE LINEA-REPORTE FROM LINEA-DETALLE
027900     ELSE
028000         PERFORM LEER-NOMBRE-PROVEEDOR
028100         IF ANEXO-DEVOLUCION
028200             PERFORM MARCAR-CUENTA-DEVUELTA
028300         ELSE
028400             PERFORM MARCAR-CUENTA-CORREGIDA
028500         END-IF
028600     END-IF.
028700
028800 LEER-NOMBRE-PROVEEDOR.
028900     MOVE BCO-NUMERO-PROVEEDOR TO NUMERO-PROVEEDOR.
029000     READ ARCHIVO-PROVEEDOR
029100         KEY IS NUMERO-PROVEEDOR
029200         INVALID KEY
029300             CONTINUE
029400         NOT INVALID KEY
029500             MOVE NOMBRE-PROVEEDOR TO DET-NOMBRE
029600     END-READ.
029700
029800*------------------------------------------------
029900* Return - the account failed and goes back to the
030000* pending queue as it was keyed, under the original
030100* requester so that operator still cannot approve
030200* it alone.
030300*------------------------------------------------
030400 MARCAR-CUENTA-DEVUELTA.
030500     MOVE BCO-CUENTA-APROBADA TO WS-CUENTA-ENMASCARADA.
030600     PERFORM ENMASCARAR-CUENTA.
030700     MOVE "F" TO BCO-PRENOTA-ESTADO.
030800     MOVE DEV-MOTIVO TO BCO-PRENOTA-CODIGO.
030900     MOVE WS-FECHA-HOY TO BCO-PRENOTA-RESPUESTA-FECHA.
031000     IF BANCO-CAMBIO-PENDIENTE
031100         MOVE "FAILED - NEWER CHANGE PENDING" TO DET-RESULTADO
031200     ELSE
031300         MOVE BCO-RUTA-APROBADA TO BCO-RUTA-PENDIENTE
031400         MOVE BCO-CUENTA-APROBADA TO BCO-CUENTA-PENDIENTE
031500         MOVE BCO-TIPO-CUENTA-APROBADO
031600             TO BCO-TIPO-CUENTA-PENDIENTE
031700         MOVE "P" TO BCO-ESTADO
031800         MOVE "FAILED - BACK IN PENDING QUEUE" TO DET-RESULTADO
031900     END-IF.
032000     REWRITE REGISTRO-BANCO
032100         INVALID KEY
032200             DISPLAY "ERROR REWRITING BANK RECORD: "
032300                 BCO-NUMERO-PROVEEDOR
032400         NOT INVALID KEY
032500             ADD 1 TO WS-CONTADOR-DEVUELTOS
032600             WRITE LINEA-REPORTE FROM LINEA-DETALLE
032700             MOVE SPACES TO AUD-VALOR-NUEVO
032800             STRING "RETURN " DEV-MOTIVO " TRACE "
032900                 DEV-RASTREO-ORIGINAL
033000                 DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
033100             MOVE "BCO-DEVUELTO" TO AUD-ACCION
033200             PERFORM ESCRIBIR-AUDITORIA
033300     END-REWRITE.
033400
033500*------------------------------------------------
033600* Notification of change - the bank's corrected
033700* details go to the pending queue for review; the
033800* requester is AUTOACH since nobody here keyed
033900* them.
034000*------------------------------------------------
034100 MARCAR-CUENTA-CORREGIDA.
034200     MOVE BCO-CUENTA-APROBADA TO WS-CUENTA-ENMASCARADA.
034300     PERFORM ENMASCARAR-CUENTA.
034400     MOVE "C" TO BCO-PRENOTA-ESTADO.
034500     MOVE DEV-MOTIVO TO BCO-PRENOTA-CODIGO.
034600     MOVE WS-FECHA-HOY TO BCO-PRENOTA-RESPUESTA-FECHA.
034700     IF BANCO-CAMBIO-PENDIENTE
034800         MOVE "CORRECTED - NEWER CHANGE PENDING" TO DET-RESULTADO
034900     ELSE
035000         PERFORM APLICAR-CORRECCION
035100         MOVE WS-RUTA-CORREGIDA TO BCO-RUTA-PENDIENTE
035200         MOVE WS-CUENTA-CORREGIDA TO BCO-CUENTA-PENDIENTE
035300         MOVE WS-TIPO-CORREGIDO TO BCO-TIPO-CUENTA-PENDIENTE
035400         MOVE "P" TO BCO-ESTADO
035500         MOVE WS-OPERADOR-ID TO BCO-SOLICITANTE-ID
035600         MOVE WS-CDT-FECHA TO BCO-SOLICITUD-FECHA
035700         MOVE WS-CDT-HORA TO BCO-SOLICITUD-HORA
035800     END-IF.
035900     REWRITE REGISTRO-BANCO
036000         INVALID KEY
036100             DISPLAY "ERROR REWRITING BANK RECORD: "
036200                 BCO-NUMERO-PROVEEDOR
036300         NOT INVALID KEY
036400             ADD 1 TO WS-CONTADOR-CORREGIDOS
036500             WRITE LINEA-REPORTE FROM LINEA-DETALLE
036600             MOVE SPACES TO AUD-VALOR-NUEVO
036700             STRING "NOC " DEV-MOTIVO " TRACE "
036800                 DEV-RASTREO-ORIGINAL
036900                 DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
037000             MOVE "BCO-CORREGIDO" TO AUD-ACCION
037100             PERFORM ESCRIBIR-AUDITORIA
037200     END-REWRITE.
037300
037400 APLICAR-CORRECCION.
037500*    Corrected data layout by change code, as the
037600*    NACHA rules give it. A routing number that is
037700*    not nine digits is not taken.
037800     MOVE BCO-RUTA-APROBADA TO WS-RUTA-CORREGIDA.
037900     MOVE BCO-CUENTA-APROBADA TO WS-CUENTA-CORREGIDA.
038000     MOVE BCO-TIPO-CUENTA-APROBADO TO WS-TIPO-CORREGIDO.
038100     MOVE SPACES TO WS-TRANSACCION-CORREGIDA.
038200     MOVE "CORRECTED - BACK IN PENDING QUEUE" TO DET-RESULTADO.
038300     IF DEV-MOTIVO = "C01"
038400         MOVE DEV-DATOS-CORREGIDOS(1:17) TO WS-CUENTA-CORREGIDA
038500     ELSE
038600         IF DEV-MOTIVO = "C02"
038700             MOVE DEV-DATOS-CORREGIDOS(1:9) TO WS-RUTA-CORREGIDA
038800         ELSE
038900             IF DEV-MOTIVO = "C03"
039000                 MOVE DEV-DATOS-CORREGIDOS(1:9)
039100                     TO WS-RUTA-CORREGIDA
039200                 MOVE DEV-DATOS-CORREGIDOS(13:17)
039300                     TO WS-CUENTA-CORREGIDA
039400             ELSE
039500                 IF DEV-MOTIVO = "C05"
039600                     MOVE DEV-DATOS-CORREGIDOS(1:2)
039700                         TO WS-TRANSACCION-CORREGIDA
039800                 ELSE
039900                     PERFORM APLICAR-CORRECCION-COMPUESTA
040000                 END-IF
040100             END-IF
040200         END-IF
040300     END-IF.
040400     IF WS-RUTA-CORREGIDA IS NOT NUMERIC
040500         MOVE BCO-RUTA-APROBADA TO WS-RUTA-CORREGIDA
040600         MOVE "CORRECTED - BAD ROUTING IN NOC" TO DET-RESULTADO
040700     END-IF.
040800     IF WS-TRANSACCION-CORREGIDA(1:1) = "2"
040900         MOVE "C" TO WS-TIPO-CORREGIDO
041000     END-IF.
041100     IF WS-TRANSACCION-CORREGIDA(1:1) = "3"
041200         MOVE "S" TO WS-TIPO-CORREGIDO
041300     END-IF.
041400
041500 APLICAR-CORRECCION-COMPUESTA.
041600     IF DEV-MOTIVO = "C06"
041700         MOVE DEV-DATOS-CORREGIDOS(1:17) TO WS-CUENTA-CORREGIDA
041800         MOVE DEV-DATOS-CORREGIDOS(21:2)
041900             TO WS-TRANSACCION-CORREGIDA
042000     ELSE
042100         IF DEV-MOTIVO = "C07"
042200             MOVE DEV-DATOS-CORREGIDOS(1:9) TO WS-RUTA-CORREGIDA
042300             MOVE DEV-DATOS-CORREGIDOS(10:17)
042400                 TO WS-CUENTA-CORREGIDA
042500             MOVE DEV-DATOS-CORREGIDOS(27:2)
042600                 TO WS-TRANSACCION-CORREGIDA
042700         ELSE
042800             MOVE "CORRECTED - KEY THE CHANGE BY HAND"
042900                 TO DET-RESULTADO
043000         END-IF
043100     END-IF.
043200
043300 ENMASCARAR-CUENTA.
043400*    Everything but the last four keyed digits is
043500*    starred out for the audit log.
043600     MOVE WS-CUENTA-ENMASCARADA TO WS-CUENTA-TRABAJO.
043700     PERFORM CONTAR-LARGO-CUENTA.
043800     IF WS-LARGO-CUENTA > 4
043900         COMPUTE WS-LARGO-CUENTA = WS-LARGO-CUENTA - 4
044000         MOVE ALL "*" TO
044100             WS-CUENTA-ENMASCARADA(1:WS-LARGO-CUENTA)
044200     END-IF.
044300
044400 CONTAR-LARGO-CUENTA.
044500*    Length of the keyed value in WS-CUENTA-TRABAJO,
044600*    ignoring trailing spaces.
044700     MOVE ZEROES TO WS-LARGO-CUENTA.
044800     MOVE 17 TO WS-INDICE-CUENTA.
044900     PERFORM UNTIL WS-INDICE-CUENTA < 1
045000                OR WS-LARGO-CUENTA > ZEROES
045100         IF WS-CUENTA-TRABAJO(WS-INDICE-CUENTA:1) NOT = SPACE
045200             MOVE WS-INDICE-CUENTA TO WS-LARGO-CUENTA
045300         ELSE
045400             SUBTRACT 1 FROM WS-INDICE-CUENTA
045500         END-IF
045600     END-PERFORM.
045700
045800 ESCRIBIR-AUDITORIA.
045900*    The caller has set the action and the new-value
046000*    text; the masked approved account rides in the
046100*    old-value column.
046200     MOVE BCO-NUMERO-PROVEEDOR TO AUD-NUMERO-PROVEEDOR.
046300     MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID.
046400     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
046500     MOVE WS-CDT-FECHA TO AUD-FECHA.
046600     MOVE WS-CDT-HORA TO AUD-HORA.
046700     MOVE "PRENOTA" TO AUD-CAMPO-MODIFICADO.
046800     MOVE WS-CUENTA-ENMASCARADA TO AUD-VALOR-ANTERIOR.
046900     MOVE ZEROES TO AUD-SECUENCIA.
047000     OPEN I-O ARCHIVO-AUDITORIA.
047100     PERFORM GRABAR-ENTRADA-AUDITORIA.
047200     CLOSE ARCHIVO-AUDITORIA.
047300
047400 GRABAR-ENTRADA-AUDITORIA.
047500*    Entries written in the same second for the same
047600*    vendor share a date and time, so the sequence
047700*    is stepped until the key is free.
047800     MOVE "N" TO WS-AUDITORIA-GRABADA.
047900     PERFORM UNTIL AUDITORIA-GRABADA
048000         WRITE REGISTRO-AUDITORIA
048100             INVALID KEY
048200                 IF AUD-SECUENCIA = 999
048300                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
048400                         AUD-NUMERO-PROVEEDOR
048500                     MOVE "S" TO WS-AUDITORIA-GRABADA
048600                 ELSE
048700                     ADD 1 TO AUD-SECUENCIA
048800                 END-IF
048900             NOT INVALID KEY
049000                 MOVE "S" TO WS-AUDITORIA-GRABADA
049100         END-WRITE
049200     END-PERFORM.
