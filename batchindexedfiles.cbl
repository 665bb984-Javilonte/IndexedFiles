001200* logged to an exception report instead of
001300* stopping the run. Successful WRITEs are audited
001400* the same way interactive entry is.
001410* Every record is also screened against the
001420* sanctions (OFAC SDN) list (PROGIDSDN01). With no
001430* one to clear a possible match the record is
001440* rejected to the exception report; a supervisor
001450* reviews it through the sanctions match review
001460* (PROGIDSDN02, menu option 17) before it is
001470* resubmitted.
001300*------------------------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
002740         RECORD KEY IS XREF-NUMERO-RETIRADO
002750         ACCESS MODE IS DYNAMIC.
002760
002800     SELECT OPTIONAL ARCHIVO-AUDITORIA
002900         ASSIGN TO "vendor-audit-log"
003000         ORGANIZATION IS INDEXED
003020         RECORD KEY IS AUD-LLAVE
003040         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
003060             WITH DUPLICATES
003080         ACCESS MODE IS DYNAMIC.
003100
003200     SELECT REPORTE-EXCEPCIONES
003300         ASSIGN TO "vendor-batch-exceptions"
006800
006900 01  WS-OPERADOR-ID PIC X(8) VALUE SPACES.
007000
007020 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
007040     88 AUDITORIA-GRABADA VALUE "S".
007060
007100 01  WS-FECHA-HORA-SISTEMA.
007200     05 WS-CDT-FECHA PIC 9(8).
007300     05 WS-CDT-HORA PIC 9(6).
009020
009030 01  WS-NUMERO-FUSIONADO PIC X VALUE "N".
009040     88 NUMERO-ESTA-FUSIONADO VALUE "S".
009050
009060 01  WS-AVISO-LISTA-DADO PIC X VALUE "N".
009070     88 AVISO-LISTA-DADO VALUE "S".
009080
009090     COPY VENDSDP.
009500
009600 01  LINEA-EXCEPCION-DETALLE.
009700     05 EXC-NUMERO PIC Z(4)9.
013700     PERFORM VALIDAR-TRANSACCION.
013800     IF CAMPO-ES-VALIDO
013900         PERFORM VERIFICAR-DUPLICADO-TRANSACCION
013910         IF CAMPO-ES-VALIDO
013920             PERFORM FILTRAR-LISTA-SANCIONES
013930         END-IF
014000         IF CAMPO-ES-VALIDO
014100             PERFORM CARGAR-REGISTRO-PROVEEDOR
014200         END-IF
025100             MOVE WS-NUMERO-CONFLICTO TO WS-MOTIVO-RECHAZO(31:5)
025200         END-IF
025300     END-IF.
025310
025400 FILTRAR-LISTA-SANCIONES.
025410     MOVE TRANS-NUMERO-PROVEEDOR TO SOL-NUMERO-PROVEEDOR.
025420     MOVE TRANS-NOMBRE-PROVEEDOR TO SOL-NOMBRE.
025430     MOVE TRANS-DIRECCION-PROVEEDOR-1 TO SOL-DIRECCION-1.
025440     MOVE TRANS-DIRECCION-PROVEEDOR-2 TO SOL-DIRECCION-2.
025450     MOVE TRANS-CIUDAD-PROVEEDOR TO SOL-CIUDAD.
025460     MOVE "M" TO SOL-ALCANCE.
025470     CALL "PROGIDSDN01" USING SOLICITUD-SDN RESULTADO-SDN.
025480     IF RES-LISTA-VACIA
025490         IF NOT AVISO-LISTA-DADO
025500             DISPLAY "WARNING: SANCTIONS LIST NOT LOADED - "
025510                 "VENDORS NOT SCREENED"
025520             MOVE "S" TO WS-AVISO-LISTA-DADO
025530         END-IF
025540     ELSE
025550         IF RES-HAY-COINCIDENCIA
025560             MOVE "N" TO WS-CAMPO-VALIDO
025570             MOVE "SANCTIONS MATCH SDN #" TO WS-MOTIVO-RECHAZO
025580             MOVE RES-NUMERO-ENTIDAD TO WS-MOTIVO-RECHAZO(22:8)
025590             MOVE " - REVIEW" TO WS-MOTIVO-RECHAZO(30:9)
025600         END-IF
025610     END-IF.
026500
026600 CARGAR-REGISTRO-PROVEEDOR.
026700     MOVE SPACE TO REGISTRO-PROVEEDOR.
029400     MOVE WS-CDT-FECHA TO AUD-FECHA.
029500     MOVE WS-CDT-HORA TO AUD-HORA.
029600     MOVE "ALTA-LOTE" TO AUD-ACCION.
029700     MOVE ZEROES TO AUD-SECUENCIA.
029800     OPEN I-O ARCHIVO-AUDITORIA.
029900     PERFORM GRABAR-ENTRADA-AUDITORIA.
029904     CLOSE ARCHIVO-AUDITORIA.
029908
029912 GRABAR-ENTRADA-AUDITORIA.
029916*    Entries written in the same second for the same
029920*    vendor share a date and time, so the sequence
029924*    is stepped until the key is free.
029928     MOVE "N" TO WS-AUDITORIA-GRABADA.
029932     PERFORM UNTIL AUDITORIA-GRABADA
029936         WRITE REGISTRO-AUDITORIA
029940             INVALID KEY
029944                 IF AUD-SECUENCIA = 999
029948                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
029952                         AUD-NUMERO-PROVEEDOR
029956                     MOVE "S" TO WS-AUDITORIA-GRABADA
029960                 ELSE
029964                     ADD 1 TO AUD-SECUENCIA
029968                 END-IF
029972             NOT INVALID KEY
029976                 MOVE "S" TO WS-AUDITORIA-GRABADA
029980         END-WRITE
029984     END-PERFORM.
030000
029910 VERIFICAR-NUMERO-FUSIONADO.
029920*    A number already merged away (present in the
