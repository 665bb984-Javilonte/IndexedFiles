002800         RECORD KEY IS ARCH-NUMERO-PROVEEDOR
002900         ACCESS MODE IS DYNAMIC.
003000
003100     SELECT OPTIONAL ARCHIVO-AUDITORIA
003200         ASSIGN TO "vendor-audit-log"
003300         ORGANIZATION IS INDEXED
003320         RECORD KEY IS AUD-LLAVE
003340         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
003360             WITH DUPLICATES
003380         ACCESS MODE IS DYNAMIC.
003400
003500     SELECT REPORTE-ARCHIVADO
003600         ASSIGN TO "vendor-archive-report"
008100 01  WS-FECHA-CORTE PIC 9(8) VALUE ZEROES.
008200 01  WS-OPERADOR-ID PIC X(8) VALUE SPACES.
008300
008320 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
008340     88 AUDITORIA-GRABADA VALUE "S".
008360
008400 01  WS-FECHA-HORA-SISTEMA.
008500     05 WS-CDT-FECHA PIC 9(8).
008600     05 WS-CDT-HORA PIC 9(6).
023600     MOVE WS-CDT-FECHA TO AUD-FECHA.
023700     MOVE WS-CDT-HORA TO AUD-HORA.
023800     MOVE "ARCHIVADO" TO AUD-ACCION.
023900     MOVE ZEROES TO AUD-SECUENCIA.
024000     OPEN I-O ARCHIVO-AUDITORIA.
024100     PERFORM GRABAR-ENTRADA-AUDITORIA.
024104     CLOSE ARCHIVO-AUDITORIA.
024108
024112 GRABAR-ENTRADA-AUDITORIA.
024116*    Entries written in the same second for the same
024120*    vendor share a date and time, so the sequence
024124*    is stepped until the key is free.
024128     MOVE "N" TO WS-AUDITORIA-GRABADA.
024132     PERFORM UNTIL AUDITORIA-GRABADA
024136         WRITE REGISTRO-AUDITORIA
024140             INVALID KEY
024144                 IF AUD-SECUENCIA = 999
024148                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
024152                         AUD-NUMERO-PROVEEDOR
024156                     MOVE "S" TO WS-AUDITORIA-GRABADA
024160                 ELSE
024164                     ADD 1 TO AUD-SECUENCIA
024168                 END-IF
024172             NOT INVALID KEY
024176                 MOVE "S" TO WS-AUDITORIA-GRABADA
024180         END-WRITE
024184     END-PERFORM.
024200
024300 IMPRIMIR-ENCABEZADO.
024400     MOVE WS-FECHA-CORTE TO ENC1-FECHA-CORTE.
