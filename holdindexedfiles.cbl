002440         RECORD KEY IS XREF-NUMERO-RETIRADO
002450         ACCESS MODE IS DYNAMIC.
002460
002500     SELECT OPTIONAL ARCHIVO-AUDITORIA
002600         ASSIGN TO "vendor-audit-log"
002700         ORGANIZATION IS INDEXED
002720         RECORD KEY IS AUD-LLAVE
002740         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
002760             WITH DUPLICATES
002780         ACCESS MODE IS DYNAMIC.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
004900 01  WS-CAMPO-VALIDO PIC X VALUE "N".
005000     88 CAMPO-ES-VALIDO VALUE "S".
005100
005120 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
005140     88 AUDITORIA-GRABADA VALUE "S".
005160
005200 01  WS-FECHA-HORA-SISTEMA.
005300     05 WS-CDT-FECHA PIC 9(8).
005400     05 WS-CDT-HORA PIC 9(6).
018900     MOVE WS-CDT-FECHA TO AUD-FECHA.
019000     MOVE WS-CDT-HORA TO AUD-HORA.
019100     MOVE WS-ACCION-AUDITORIA TO AUD-ACCION.
019200     MOVE ZEROES TO AUD-SECUENCIA.
019300     OPEN I-O ARCHIVO-AUDITORIA.
019400     PERFORM GRABAR-ENTRADA-AUDITORIA.
019410     CLOSE ARCHIVO-AUDITORIA.
019420
019430 GRABAR-ENTRADA-AUDITORIA.
019440*    Entries written in the same second for the same
019450*    vendor share a date and time, so the sequence
019460*    is stepped until the key is free.
019470     MOVE "N" TO WS-AUDITORIA-GRABADA.
019480     PERFORM UNTIL AUDITORIA-GRABADA
019490         WRITE REGISTRO-AUDITORIA
019500             INVALID KEY
019510                 IF AUD-SECUENCIA = 999
019520                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
019530                         AUD-NUMERO-PROVEEDOR
019540                     MOVE "S" TO WS-AUDITORIA-GRABADA
019550                 ELSE
019560                     ADD 1 TO AUD-SECUENCIA
019570                 END-IF
019580             NOT INVALID KEY
019590                 MOVE "S" TO WS-AUDITORIA-GRABADA
019600         END-WRITE
019610     END-PERFORM.
