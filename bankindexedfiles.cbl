001300* request and the review are stamped to the audit
001400* log like other maintenance; account numbers are
001500* masked to the last four in the log.
001510* Approval does not send the details to AP at
001520* once: it queues a zero-dollar prenote (the
001530* prenote job sends it) and the extract withholds
001540* the account until the prenote period passes.
001550* A prenote the bank returns or corrects comes
001560* back into the pending queue here; rejecting a
001570* returned account withdraws it altogether.
001600*------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
003400         RECORD KEY IS BCO-NUMERO-PROVEEDOR
003500         ACCESS MODE IS DYNAMIC.
003600
003700     SELECT OPTIONAL ARCHIVO-AUDITORIA
003800         ASSIGN TO "vendor-audit-log"
003900         ORGANIZATION IS INDEXED
003920         RECORD KEY IS AUD-LLAVE
003940         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
003960             WITH DUPLICATES
003980         ACCESS MODE IS DYNAMIC.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
008800
008900 01  WS-CUENTA-ENMASCARADA PIC X(17) VALUE SPACES.
009000
009020 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
009040     88 AUDITORIA-GRABADA VALUE "S".
009060
009100 01  WS-FECHA-HORA-SISTEMA.
009200     05 WS-CDT-FECHA PIC 9(8).
009300     05 WS-CDT-HORA PIC 9(6).
021500                 " ACCT " WS-CUENTA-ENMASCARADA
021600                 " TYPE " BCO-TIPO-CUENTA-APROBADO
021700         END-IF
021710         PERFORM MOSTRAR-ESTADO-PRENOTA
021800         IF BANCO-CAMBIO-PENDIENTE
021900             PERFORM ENMASCARAR-CUENTA-PENDIENTE
022000             DISPLAY "PENDING....: ROUTING " BCO-RUTA-PENDIENTE
022400                 " ON " BCO-SOLICITUD-FECHA
022500         END-IF
022600     END-IF.
022610
022620 MOSTRAR-ESTADO-PRENOTA.
022630     IF PRENOTA-POR-ENVIAR
022640         DISPLAY "PRENOTE....: WAITING TO BE SENT -"
022650             " NOT YET RELEASED TO AP"
022660     END-IF.
022670     IF PRENOTA-PENDIENTE
022680         DISPLAY "PRENOTE....: SENT " BCO-PRENOTA-FECHA
022690             " TRACE " BCO-PRENOTA-RASTREO
022700     END-IF.
022710     IF PRENOTA-DEVUELTA
022720         DISPLAY "PRENOTE....: RETURNED " BCO-PRENOTA-CODIGO
022730             " ON " BCO-PRENOTA-RESPUESTA-FECHA
022740             " - ACCOUNT FAILED"
022750     END-IF.
022760     IF PRENOTA-CORREGIDA
022770         DISPLAY "PRENOTE....: BANK CORRECTION "
022780             BCO-PRENOTA-CODIGO
022790             " ON " BCO-PRENOTA-RESPUESTA-FECHA
022791     END-IF.
022792
022800 INGRESAR-RUTA-BANCARIA.
022900     MOVE "N" TO WS-CAMPO-VALIDO.
023000     PERFORM UNTIL CAMPO-ES-VALIDO
032000         MOVE ZEROES TO BCO-SOLICITUD-HORA
032100         MOVE ZEROES TO BCO-APROBACION-FECHA
032200         MOVE ZEROES TO BCO-APROBACION-HORA
032210         MOVE ZEROES TO BCO-PRENOTA-FECHA
032220         MOVE ZEROES TO BCO-PRENOTA-RESPUESTA-FECHA
032300     END-IF.
032400     MOVE CAMPO-RUTA TO BCO-RUTA-PENDIENTE.
032500     MOVE CAMPO-CUENTA TO BCO-CUENTA-PENDIENTE.
040600     DISPLAY "  REQUESTED BY " BCO-SOLICITANTE-ID
040700         " ON " BCO-SOLICITUD-FECHA
040800         " AT " BCO-SOLICITUD-HORA.
040810     IF PRENOTA-DEVUELTA OR PRENOTA-CORREGIDA
040820         PERFORM ENMASCARAR-CUENTA-APROBADA
040830         DISPLAY "  APPROVED ROUTING " BCO-RUTA-APROBADA
040840             " ACCT " WS-CUENTA-ENMASCARADA
040850             " TYPE " BCO-TIPO-CUENTA-APROBADO
040860         PERFORM MOSTRAR-ESTADO-PRENOTA
040870     END-IF.
040900
041000 PREGUNTAR-DECISION.
041100     MOVE "N" TO WS-CAMPO-VALIDO.
044000     MOVE WS-OPERADOR-ID TO BCO-APROBADOR-ID.
044100     MOVE WS-CDT-FECHA TO BCO-APROBACION-FECHA.
044200     MOVE WS-CDT-HORA TO BCO-APROBACION-HORA.
044210     PERFORM PREPARAR-PRENOTA.
044300     REWRITE REGISTRO-BANCO
044400         INVALID KEY
044500             DISPLAY "ERROR REWRITING BANK RECORD"
044600         NOT INVALID KEY
044700             DISPLAY "CHANGE APPROVED - A PRENOTE GOES OUT"
044710                 " NEXT; AP GETS THE ACCOUNT WHEN THE"
044720                 " PRENOTE PERIOD PASSES"
044800             MOVE "BCO-APROBADO" TO WS-ACCION-AUDITORIA
044900             PERFORM ESCRIBIR-AUDITORIA
045000     END-REWRITE.
045010
045020 PREPARAR-PRENOTA.
045030*    Every approval - a keyed change, a returned
045040*    account put right or a bank correction - is
045050*    proved again before AP may use it.
045060     MOVE "E" TO BCO-PRENOTA-ESTADO.
045070     MOVE ZEROES TO BCO-PRENOTA-FECHA.
045080     MOVE SPACES TO BCO-PRENOTA-RASTREO.
045090     MOVE SPACES TO BCO-PRENOTA-CODIGO.
045095     MOVE ZEROES TO BCO-PRENOTA-RESPUESTA-FECHA.
045100
045200 RECHAZAR-PENDIENTE.
045300     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
045400     PERFORM ENMASCARAR-CUENTA-PENDIENTE.
045500     PERFORM LIMPIAR-PENDIENTE.
045510     PERFORM CERRAR-PRENOTA-RECHAZADA.
045600     MOVE WS-OPERADOR-ID TO BCO-APROBADOR-ID.
045700     MOVE WS-CDT-FECHA TO BCO-APROBACION-FECHA.
045800     MOVE WS-CDT-HORA TO BCO-APROBACION-HORA.
046500             PERFORM ESCRIBIR-AUDITORIA
046600     END-REWRITE.
046700
046710 CERRAR-PRENOTA-RECHAZADA.
046720*    Rejecting an account the bank returned means
046730*    nobody vouches for it, so the approved details
046740*    are withdrawn too. Rejecting a bank correction
046750*    leaves the approved details as they were - the
046760*    prenote itself was accepted - and they go back
046770*    to AP.
046780     IF PRENOTA-DEVUELTA
046790         MOVE SPACES TO BCO-RUTA-APROBADA
046800         MOVE SPACES TO BCO-CUENTA-APROBADA
046810         MOVE SPACES TO BCO-TIPO-CUENTA-APROBADO
046820         MOVE SPACE TO BCO-PRENOTA-ESTADO
046830         DISPLAY "RETURNED ACCOUNT WITHDRAWN - VENDOR HAS NO"
046840             " APPROVED BANKING"
046850     END-IF.
046860     IF PRENOTA-CORREGIDA
046870         MOVE SPACE TO BCO-PRENOTA-ESTADO
046880     END-IF.
046890
046895 LIMPIAR-PENDIENTE.
046900     MOVE SPACES TO BCO-RUTA-PENDIENTE.
047000     MOVE SPACES TO BCO-CUENTA-PENDIENTE.
047100     MOVE SPACES TO BCO-TIPO-CUENTA-PENDIENTE.
050300     MOVE WS-ACCION-AUDITORIA TO AUD-ACCION.
050400     MOVE "BANCO" TO AUD-CAMPO-MODIFICADO.
050500     MOVE WS-CUENTA-ENMASCARADA TO AUD-VALOR-NUEVO.
050600     MOVE ZEROES TO AUD-SECUENCIA.
050700     OPEN I-O ARCHIVO-AUDITORIA.
050800     PERFORM GRABAR-ENTRADA-AUDITORIA.
050810     CLOSE ARCHIVO-AUDITORIA.
050820
050830 GRABAR-ENTRADA-AUDITORIA.
050840*    Entries written in the same second for the same
050850*    vendor share a date and time, so the sequence
050860*    is stepped until the key is free.
050870     MOVE "N" TO WS-AUDITORIA-GRABADA.
050880     PERFORM UNTIL AUDITORIA-GRABADA
050890         WRITE REGISTRO-AUDITORIA
050900             INVALID KEY
050910                 IF AUD-SECUENCIA = 999
050920                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
050930                         AUD-NUMERO-PROVEEDOR
050940                     MOVE "S" TO WS-AUDITORIA-GRABADA
050950                 ELSE
050960                     ADD 1 TO AUD-SECUENCIA
050970                 END-IF
050980             NOT INVALID KEY
050990                 MOVE "S" TO WS-AUDITORIA-GRABADA
051000         END-WRITE
051010     END-PERFORM.
