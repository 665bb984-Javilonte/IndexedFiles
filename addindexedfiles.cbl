000900* - Warns on a likely duplicate vendor (name, or
001000*   address-1 + zip, both via alternate indexes)
001010*   before committing the WRITE.
001020* - Screens the name and address against the
001030*   sanctions (OFAC SDN) list; a possible match is
001040*   not written unless a supervisor clears it as a
001050*   false match (PROGIDSDN02).
001100* - Appends an audit log entry for every vendor
001200*   added (see copybooks/VENDAUD.cpy).
001300* - Checkpoints the last vendor number written so a
002664         RECORD KEY IS CLA-CODIGO
002665         ACCESS MODE IS DYNAMIC.
002666
002700     SELECT OPTIONAL ARCHIVO-AUDITORIA
002800         ASSIGN TO "vendor-audit-log"
002900         ORGANIZATION IS INDEXED
002920         RECORD KEY IS AUD-LLAVE
002940         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
002960             WITH DUPLICATES
002980         ACCESS MODE IS DYNAMIC.
003000 
003100     SELECT ARCHIVO-CHECKPOINT
003200         ASSIGN TO "vendor-checkpoint"
006800 01  WS-CONTADOR-DIGITOS PIC 9(2) VALUE ZEROES.
006900 01  WS-OPERADOR-ID PIC X(8) VALUE SPACES.
007000 
007020 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
007040     88 AUDITORIA-GRABADA VALUE "S".
007060
007100 01  WS-FECHA-HORA-SISTEMA.
007200     05 WS-CDT-FECHA PIC 9(8).
007300     05 WS-CDT-HORA PIC 9(6).
008470 01  WS-NUMERO-FUSIONADO PIC X VALUE "N".
008480     88 NUMERO-ESTA-FUSIONADO VALUE "S".
008500 01  WS-RESPUESTA-CONFIRMACION PIC X VALUE SPACE.
008510
008520 01  WS-SEGUIR-FILTRANDO PIC X VALUE "N".
008530     88 SEGUIR-FILTRANDO VALUE "S".
008540
008550     COPY VENDSDP.
008600 
009200 01  REGISTRO-PROVEEDOR-TEMP.
009300     05 NUMERO-PROVEEDOR-TEMP PIC 9(5).
020300     MOVE REGISTRO-PROVEEDOR TO REGISTRO-PROVEEDOR-TEMP.
020400     MOVE "N" TO WS-OMITIR-ESCRITURA.
020500     PERFORM VALIDAR-DUPLICADO-PROVEEDOR.
020510     IF NOT OMITIR-ESCRITURA
020520         PERFORM FILTRAR-LISTA-SANCIONES
020530     END-IF.
020600     IF NOT OMITIR-ESCRITURA
020700         MOVE REGISTRO-PROVEEDOR-TEMP TO REGISTRO-PROVEEDOR
020800         PERFORM ESCRIBIR-REGISTRO-PROVEEDOR
027500         DISPLAY "ENTRY DISCARDED - NOT WRITTEN TO FILE"
027600     END-IF.
027700 
027710 FILTRAR-LISTA-SANCIONES.
027712*    A possible match stops the entry unless a
027714*    supervisor clears it; after a clearance the
027716*    vendor is screened again for any other entry.
027718     MOVE NUMERO-PROVEEDOR-TEMP TO SOL-NUMERO-PROVEEDOR.
027720     MOVE NOMBRE-PROVEEDOR-TEMP TO SOL-NOMBRE.
027722     MOVE DIRECCION-PROVEEDOR-1-TEMP TO SOL-DIRECCION-1.
027724     MOVE DIRECCION-PROVEEDOR-2-TEMP TO SOL-DIRECCION-2.
027726     MOVE CIUDAD-PROVEEDOR-TEMP TO SOL-CIUDAD.
027728     MOVE "M" TO SOL-ALCANCE.
027730     MOVE "S" TO WS-SEGUIR-FILTRANDO.
027732     PERFORM FILTRAR-Y-REVISAR
027734         UNTIL NOT SEGUIR-FILTRANDO.
027736
027738 FILTRAR-Y-REVISAR.
027740     MOVE "N" TO WS-SEGUIR-FILTRANDO.
027742     CALL "PROGIDSDN01" USING SOLICITUD-SDN RESULTADO-SDN.
027744     IF RES-LISTA-VACIA
027746         DISPLAY "WARNING: SANCTIONS LIST NOT LOADED - "
027748             "VENDOR NOT SCREENED"
027750     ELSE
027752         IF RES-HAY-COINCIDENCIA
027754             CALL "PROGIDSDN02" USING WS-OPERADOR-ID
027756                 SOLICITUD-SDN RESULTADO-SDN
027758             IF RES-FUE-DESPEJADO
027760                 MOVE "S" TO WS-SEGUIR-FILTRANDO
027762             ELSE
027764                 MOVE "S" TO WS-OMITIR-ESCRITURA
027766                 DISPLAY "ENTRY DISCARDED - SANCTIONS MATCH "
027768                     "NOT CLEARED"
027770             END-IF
027772         END-IF
027774     END-IF.
027776
027800 ESCRIBIR-REGISTRO-PROVEEDOR.
027900     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
028000     MOVE WS-CDT-FECHA TO FECHA-ALTA-PROVEEDOR.
029700     MOVE WS-CDT-FECHA TO AUD-FECHA.
029800     MOVE WS-CDT-HORA TO AUD-HORA.
029900     MOVE "ALTA" TO AUD-ACCION.
030000     MOVE ZEROES TO AUD-SECUENCIA.
030100     OPEN I-O ARCHIVO-AUDITORIA.
030200     PERFORM GRABAR-ENTRADA-AUDITORIA.
030204     CLOSE ARCHIVO-AUDITORIA.
030208
030212 GRABAR-ENTRADA-AUDITORIA.
030216*    Entries written in the same second for the same
030220*    vendor share a date and time, so the sequence
030224*    is stepped until the key is free.
030228     MOVE "N" TO WS-AUDITORIA-GRABADA.
030232     PERFORM UNTIL AUDITORIA-GRABADA
030236         WRITE REGISTRO-AUDITORIA
030240             INVALID KEY
030244                 IF AUD-SECUENCIA = 999
030248                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
030252                         AUD-NUMERO-PROVEEDOR
030256                     MOVE "S" TO WS-AUDITORIA-GRABADA
030260                 ELSE
030264                     ADD 1 TO AUD-SECUENCIA
030268                 END-IF
030272             NOT INVALID KEY
030276                 MOVE "S" TO WS-AUDITORIA-GRABADA
030280         END-WRITE
030284     END-PERFORM.
030300 
030400 INGRESAR-CAMPOS-RESTANTES.
030500     PERFORM INGRESAR-NOMBRE-PROVEEDOR.
