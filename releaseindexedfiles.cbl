003100             WITH DUPLICATES
003200         ACCESS MODE IS DYNAMIC.
003300
003400     SELECT OPTIONAL ARCHIVO-AUDITORIA
003500         ASSIGN TO "vendor-audit-log"
003600         ORGANIZATION IS INDEXED
003620         RECORD KEY IS AUD-LLAVE
003640         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
003660             WITH DUPLICATES
003680         ACCESS MODE IS DYNAMIC.
003700
003800     SELECT REPORTE-LIBERACION
003900         ASSIGN TO "vendor-autorelease-report"
006800 01  WS-CONTADOR-LIBERADOS PIC 9(5) VALUE ZEROES.
006900 01  WS-CONTADOR-POR-VENCER PIC 9(5) VALUE ZEROES.
007000
007020 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
007040     88 AUDITORIA-GRABADA VALUE "S".
007060
007100 01  WS-FECHA-HORA-SISTEMA.
007200     05 WS-CDT-FECHA PIC 9(8).
007300     05 WS-CDT-HORA PIC 9(6).
019400     MOVE WS-CDT-FECHA TO AUD-FECHA.
019500     MOVE WS-CDT-HORA TO AUD-HORA.
019600     MOVE "LIBERACION" TO AUD-ACCION.
019700     MOVE ZEROES TO AUD-SECUENCIA.
019800     OPEN I-O ARCHIVO-AUDITORIA.
019900     PERFORM GRABAR-ENTRADA-AUDITORIA.
019904     CLOSE ARCHIVO-AUDITORIA.
019908
019912 GRABAR-ENTRADA-AUDITORIA.
019916*    Entries written in the same second for the same
019920*    vendor share a date and time, so the sequence
019924*    is stepped until the key is free.
019928     MOVE "N" TO WS-AUDITORIA-GRABADA.
019932     PERFORM UNTIL AUDITORIA-GRABADA
019936         WRITE REGISTRO-AUDITORIA
019940             INVALID KEY
019944                 IF AUD-SECUENCIA = 999
019948                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
019952                         AUD-NUMERO-PROVEEDOR
019956                     MOVE "S" TO WS-AUDITORIA-GRABADA
019960                 ELSE
019964                     ADD 1 TO AUD-SECUENCIA
019968                 END-IF
019972             NOT INVALID KEY
019976                 MOVE "S" TO WS-AUDITORIA-GRABADA
019980         END-WRITE
019984     END-PERFORM.
020000
020100*------------------------------------------------
020200* Section 2 - holds that will expire within seven
