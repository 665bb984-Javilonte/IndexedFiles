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
003500 DATA DIVISION.
003600 FILE SECTION.
007100 01  WS-CAMPO-VALIDO PIC X VALUE "N".
007200     88 CAMPO-ES-VALIDO VALUE "S".
007300
007320 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
007340     88 AUDITORIA-GRABADA VALUE "S".
007360
007400 01  WS-FECHA-HORA-SISTEMA.
007500     05 WS-CDT-FECHA PIC 9(8).
007600     05 WS-CDT-HORA PIC 9(6).
019000     MOVE WS-CDT-FECHA TO AUD-FECHA.
019100     MOVE WS-CDT-HORA TO AUD-HORA.
019200     MOVE "RESTAURACION" TO AUD-ACCION.
019300     MOVE ZEROES TO AUD-SECUENCIA.
019400     OPEN I-O ARCHIVO-AUDITORIA.
019500     PERFORM GRABAR-ENTRADA-AUDITORIA.
019510     CLOSE ARCHIVO-AUDITORIA.
019520
019530 GRABAR-ENTRADA-AUDITORIA.
019540*    Entries written in the same second for the same
019550*    vendor share a date and time, so the sequence
019560*    is stepped until the key is free.
019570     MOVE "N" TO WS-AUDITORIA-GRABADA.
019580     PERFORM UNTIL AUDITORIA-GRABADA
019590         WRITE REGISTRO-AUDITORIA
019600             INVALID KEY
019610                 IF AUD-SECUENCIA = 999
019620                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
019630                         AUD-NUMERO-PROVEEDOR
019640                     MOVE "S" TO WS-AUDITORIA-GRABADA
019650                 ELSE
019660                     ADD 1 TO AUD-SECUENCIA
019670                 END-IF
019680             NOT INVALID KEY
019690                 MOVE "S" TO WS-AUDITORIA-GRABADA
019700         END-WRITE
019710     END-PERFORM.
