003300         RECORD KEY IS XREF-NUMERO-RETIRADO
003400         ACCESS MODE IS DYNAMIC.
003500
003600     SELECT OPTIONAL ARCHIVO-AUDITORIA
003700         ASSIGN TO "vendor-audit-log"
003800         ORGANIZATION IS INDEXED
003820         RECORD KEY IS AUD-LLAVE
003840         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
003860             WITH DUPLICATES
003880         ACCESS MODE IS DYNAMIC.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
007700 01  WS-VALOR-NUEVO PIC X(30) VALUE SPACES.
007800 01  WS-NUMERO-AUDITORIA PIC 9(5) VALUE ZEROES.
007900
007920 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
007940     88 AUDITORIA-GRABADA VALUE "S".
007960
008000 01  WS-FECHA-HORA-SISTEMA.
008100     05 WS-CDT-FECHA PIC 9(8).
008200     05 WS-CDT-HORA PIC 9(6).
039900     MOVE WS-CAMPO-AUDITORIA TO AUD-CAMPO-MODIFICADO.
040000     MOVE WS-VALOR-ANTERIOR TO AUD-VALOR-ANTERIOR.
040100     MOVE WS-VALOR-NUEVO TO AUD-VALOR-NUEVO.
040200     MOVE ZEROES TO AUD-SECUENCIA.
040300     OPEN I-O ARCHIVO-AUDITORIA.
040400     PERFORM GRABAR-ENTRADA-AUDITORIA.
040410     CLOSE ARCHIVO-AUDITORIA.
040420
040430 GRABAR-ENTRADA-AUDITORIA.
040440*    Entries written in the same second for the same
040450*    vendor share a date and time, so the sequence
040460*    is stepped until the key is free.
040470     MOVE "N" TO WS-AUDITORIA-GRABADA.
040480     PERFORM UNTIL AUDITORIA-GRABADA
040490         WRITE REGISTRO-AUDITORIA
040500             INVALID KEY
040510                 IF AUD-SECUENCIA = 999
040520                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
040530                         AUD-NUMERO-PROVEEDOR
040540                     MOVE "S" TO WS-AUDITORIA-GRABADA
040550                 ELSE
040560                     ADD 1 TO AUD-SECUENCIA
040570                 END-IF
040580             NOT INVALID KEY
040590                 MOVE "S" TO WS-AUDITORIA-GRABADA
040600         END-WRITE
040610     END-PERFORM.
