002040         RECORD KEY IS XREF-NUMERO-RETIRADO
002050         ACCESS MODE IS DYNAMIC.
002060
002100     SELECT OPTIONAL ARCHIVO-AUDITORIA
002200         ASSIGN TO "vendor-audit-log"
002300         ORGANIZATION IS INDEXED
002302         RECORD KEY IS AUD-LLAVE
002304         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
002306             WITH DUPLICATES
002308         ACCESS MODE IS DYNAMIC.
002310
002320     SELECT ARCHIVO-OPERADORES
002330         ASSIGN TO "operator-file"
004400 01  WS-CAMPO-VALIDO PIC X VALUE "N".
004500     88 CAMPO-ES-VALIDO VALUE "S".
004600 
004620 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
004640     88 AUDITORIA-GRABADA VALUE "S".
004660
004700 01  WS-FECHA-HORA-SISTEMA.
004800     05 WS-CDT-FECHA PIC 9(8).
004900     05 WS-CDT-HORA PIC 9(6).
015000     MOVE WS-CDT-FECHA TO AUD-FECHA.
015100     MOVE WS-CDT-HORA TO AUD-HORA.
015200     MOVE WS-ACCION-AUDITORIA TO AUD-ACCION.
015300     MOVE ZEROES TO AUD-SECUENCIA.
015400     OPEN I-O ARCHIVO-AUDITORIA.
015500     PERFORM GRABAR-ENTRADA-AUDITORIA.
015510     CLOSE ARCHIVO-AUDITORIA.
015520
015530 GRABAR-ENTRADA-AUDITORIA.
015540*    Entries written in the same second for the same
015550*    vendor share a date and time, so the sequence
015560*    is stepped until the key is free.
015570     MOVE "N" TO WS-AUDITORIA-GRABADA.
015580     PERFORM UNTIL AUDITORIA-GRABADA
015590         WRITE REGISTRO-AUDITORIA
015600             INVALID KEY
015610                 IF AUD-SECUENCIA = 999
015620                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
015630                         AUD-NUMERO-PROVEEDOR
015640                     MOVE "S" TO WS-AUDITORIA-GRABADA
015650                 ELSE
015660                     ADD 1 TO AUD-SECUENCIA
015670                 END-IF
015680             NOT INVALID KEY
015690                 MOVE "S" TO WS-AUDITORIA-GRABADA
015700         END-WRITE
015710     END-PERFORM.
