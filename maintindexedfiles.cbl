003440         RECORD KEY IS XREF-NUMERO-RETIRADO
003450         ACCESS MODE IS DYNAMIC.
003460
003500     SELECT OPTIONAL ARCHIVO-AUDITORIA
003600         ASSIGN TO "vendor-audit-log"
003700         ORGANIZATION IS INDEXED
003720         RECORD KEY IS AUD-LLAVE
003740         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
003760             WITH DUPLICATES
003780         ACCESS MODE IS DYNAMIC.
003800
003900     SELECT REPORTE-EXCEPCIONES
004000         ASSIGN TO "vendor-maint-exceptions"
008400
008500 01  WS-OPERADOR-ID PIC X(8) VALUE SPACES.
008600
008620 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
008640     88 AUDITORIA-GRABADA VALUE "S".
008660
008700 01  WS-FECHA-HORA-SISTEMA.
008800     05 WS-CDT-FECHA PIC 9(8).
008900     05 WS-CDT-HORA PIC 9(6).
064900     MOVE WS-CAMPO-AUDITORIA TO AUD-CAMPO-MODIFICADO.
065000     MOVE WS-VALOR-ANTERIOR TO AUD-VALOR-ANTERIOR.
065100     MOVE WS-VALOR-NUEVO TO AUD-VALOR-NUEVO.
065200     MOVE ZEROES TO AUD-SECUENCIA.
065300     OPEN I-O ARCHIVO-AUDITORIA.
065400     PERFORM GRABAR-ENTRADA-AUDITORIA.
065404     CLOSE ARCHIVO-AUDITORIA.
065408
065412 GRABAR-ENTRADA-AUDITORIA.
065416*    Entries written in the same second for the same
065420*    vendor share a date and time, so the sequence
065424*    is stepped until the key is free.
065428     MOVE "N" TO WS-AUDITORIA-GRABADA.
065432     PERFORM UNTIL AUDITORIA-GRABADA
065436         WRITE REGISTRO-AUDITORIA
065440             INVALID KEY
065444                 IF AUD-SECUENCIA = 999
065448                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
065452                         AUD-NUMERO-PROVEEDOR
065456                     MOVE "S" TO WS-AUDITORIA-GRABADA
065460                 ELSE
065464                     ADD 1 TO AUD-SECUENCIA
065468                 END-IF
065472             NOT INVALID KEY
065476                 MOVE "S" TO WS-AUDITORIA-GRABADA
065480         END-WRITE
065484     END-PERFORM.
065500
065600 REGISTRAR-EXCEPCION.
065700     ADD 1 TO WS-CONTADOR-RECHAZADOS.
