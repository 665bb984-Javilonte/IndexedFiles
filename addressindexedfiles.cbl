003500         RECORD KEY IS DIR-LLAVE
003600         ACCESS MODE IS DYNAMIC.
003700
003800     SELECT OPTIONAL ARCHIVO-AUDITORIA
003900         ASSIGN TO "vendor-audit-log"
004000         ORGANIZATION IS INDEXED
004020         RECORD KEY IS AUD-LLAVE
004040         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
004060             WITH DUPLICATES
004080         ACCESS MODE IS DYNAMIC.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
007400
007500 01  WS-CONTADOR-MOSTRADAS PIC 9(2) VALUE ZEROES.
007600
007620 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
007640     88 AUDITORIA-GRABADA VALUE "S".
007660
007700 01  WS-FECHA-HORA-SISTEMA.
007800     05 WS-CDT-FECHA PIC 9(8).
007900     05 WS-CDT-HORA PIC 9(6).
034800     MOVE WS-CDT-HORA TO AUD-HORA.
034900     MOVE WS-ACCION-AUDITORIA TO AUD-ACCION.
035000     MOVE WS-TIPO-ELEGIDO TO AUD-CAMPO-MODIFICADO.
035100     MOVE ZEROES TO AUD-SECUENCIA.
035200     OPEN I-O ARCHIVO-AUDITORIA.
035300     PERFORM GRABAR-ENTRADA-AUDITORIA.
035310     CLOSE ARCHIVO-AUDITORIA.
035320
035330 GRABAR-ENTRADA-AUDITORIA.
035340*    Entries written in the same second for the same
035350*    vendor share a date and time, so the sequence
035360*    is stepped until the key is free.
035370     MOVE "N" TO WS-AUDITORIA-GRABADA.
035380     PERFORM UNTIL AUDITORIA-GRABADA
035390         WRITE REGISTRO-AUDITORIA
035400             INVALID KEY
035410                 IF AUD-SECUENCIA = 999
035420                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
035430                         AUD-NUMERO-PROVEEDOR
035440                     MOVE "S" TO WS-AUDITORIA-GRABADA
035450                 ELSE
035460                     ADD 1 TO AUD-SECUENCIA
035470                 END-IF
035480             NOT INVALID KEY
035490                 MOVE "S" TO WS-AUDITORIA-GRABADA
035500         END-WRITE
035510     END-PERFORM.
