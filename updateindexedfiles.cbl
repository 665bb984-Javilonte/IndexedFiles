000710* Every changed field is audited individually with
000720* its before and after values so a later inquiry
000730* can show exactly what was on file.
000740* A changed name is screened against the sanctions
000750* (OFAC SDN) list (PROGIDSDN01); a possible match
000760* the supervisor does not clear (PROGIDSDN02)
000770* discards the changes and nothing is rewritten.
000800*------------------------------------------------
000900 ENVIRONMENT DIVISION.
001000 INPUT-OUTPUT SECTION.
001882         RECORD KEY IS CLA-CODIGO
001883         ACCESS MODE IS DYNAMIC.
001884
001900     SELECT OPTIONAL ARCHIVO-AUDITORIA
002000         ASSIGN TO "vendor-audit-log"
002100         ORGANIZATION IS INDEXED
002120         RECORD KEY IS AUD-LLAVE
002140         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
002160             WITH DUPLICATES
002180         ACCESS MODE IS DYNAMIC.
002200 
002300 DATA DIVISION.
002400 FILE SECTION.
004600 01  WS-CONTADOR-DIGITOS PIC 9(2) VALUE ZEROES.
004700 01  WS-OPERADOR-ID PIC X(8) VALUE SPACES.
004800 
004820 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
004840     88 AUDITORIA-GRABADA VALUE "S".
004860
004900 01  WS-FECHA-HORA-SISTEMA.
005000     05 WS-CDT-FECHA PIC 9(8).
005100     05 WS-CDT-HORA PIC 9(6).
005279     05 ID-FISCAL-ANTES PIC X(11).
005280     05 MARCA-1099-ANTES PIC X(1).
005281     05 CLASE-ANTES PIC X(3).
005282
005283 01  WS-DESCARTAR-CAMBIOS PIC X VALUE "N".
005284     88 DESCARTAR-CAMBIOS VALUE "S".
005285
005286 01  WS-SEGUIR-FILTRANDO PIC X VALUE "N".
005287     88 SEGUIR-FILTRANDO VALUE "S".
005288
005289     COPY VENDSDP.
005300
005310 LINKAGE SECTION.
005320
009100             PERFORM MOSTRAR-REGISTRO-PROVEEDOR
009150             PERFORM GUARDAR-VALORES-ANTERIORES
009200             PERFORM MODIFICAR-CAMPOS-PROVEEDOR
009210             MOVE "N" TO WS-DESCARTAR-CAMBIOS
009220             IF NOMBRE-PROVEEDOR NOT = NOMBRE-ANTES
009230                 PERFORM FILTRAR-LISTA-SANCIONES
009240             END-IF
009250             IF DESCARTAR-CAMBIOS
009260                 DISPLAY "CHANGES DISCARDED - SANCTIONS MATCH "
009270                     "NOT CLEARED"
009280             ELSE
009290                 PERFORM REESCRIBIR-REGISTRO-PROVEEDOR
009295             END-IF
009400     END-READ.
009500     PERFORM INGRESAR-NUMERO-BUSCADO.
009600 
021600         MOVE "N" TO WS-CAMPO-VALIDO
021700     END-IF.
021800 
021801 FILTRAR-LISTA-SANCIONES.
021805*    Only the new name is screened here; the night
021810*    rescreen covers the addresses.
021815     MOVE NUMERO-PROVEEDOR TO SOL-NUMERO-PROVEEDOR.
021820     MOVE NOMBRE-PROVEEDOR TO SOL-NOMBRE.
021825     MOVE SPACES TO SOL-DIRECCION-1.
021830     MOVE SPACES TO SOL-DIRECCION-2.
021835     MOVE SPACES TO SOL-CIUDAD.
021840     MOVE "N" TO SOL-ALCANCE.
021845     MOVE "S" TO WS-SEGUIR-FILTRANDO.
021850     PERFORM FILTRAR-Y-REVISAR
021855         UNTIL NOT SEGUIR-FILTRANDO.
021860
021865 FILTRAR-Y-REVISAR.
021870     MOVE "N" TO WS-SEGUIR-FILTRANDO.
021875     CALL "PROGIDSDN01" USING SOLICITUD-SDN RESULTADO-SDN.
021880     IF RES-LISTA-VACIA
021885         DISPLAY "WARNING: SANCTIONS LIST NOT LOADED - "
021890             "NEW NAME NOT SCREENED"
021892     ELSE
021894         IF RES-HAY-COINCIDENCIA
021895             CALL "PROGIDSDN02" USING WS-OPERADOR-ID
021896                 SOLICITUD-SDN RESULTADO-SDN
021897             IF RES-FUE-DESPEJADO
021898                 MOVE "S" TO WS-SEGUIR-FILTRANDO
021899             ELSE
021900                 MOVE "S" TO WS-DESCARTAR-CAMBIOS
021901             END-IF
021902         END-IF
021903     END-IF.
021904
021905 REESCRIBIR-REGISTRO-PROVEEDOR.
022000     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
022100     MOVE WS-CDT-FECHA TO FECHA-ULTIMO-CAMBIO-PROVEEDOR.
022200     REWRITE REGISTRO-PROVEEDOR
029800     MOVE WS-CAMPO-AUDITORIA TO AUD-CAMPO-MODIFICADO.
029900     MOVE WS-VALOR-ANTERIOR TO AUD-VALOR-ANTERIOR.
030000     MOVE WS-VALOR-NUEVO TO AUD-VALOR-NUEVO.
030100     MOVE ZEROES TO AUD-SECUENCIA.
030200     OPEN I-O ARCHIVO-AUDITORIA.
030300     PERFORM GRABAR-ENTRADA-AUDITORIA.
030310     CLOSE ARCHIVO-AUDITORIA.
030320
030330 GRABAR-ENTRADA-AUDITORIA.
030340*    Entries written in the same second for the same
030350*    vendor share a date and time, so the sequence
030360*    is stepped until the key is free.
030370     MOVE "N" TO WS-AUDITORIA-GRABADA.
030380     PERFORM UNTIL AUDITORIA-GRABADA
030390         WRITE REGISTRO-AUDITORIA
030400             INVALID KEY
030410                 IF AUD-SECUENCIA = 999
030420                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
030430                         AUD-NUMERO-PROVEEDOR
030440                     MOVE "S" TO WS-AUDITORIA-GRABADA
030450                 ELSE
030460                     ADD 1 TO AUD-SECUENCIA
030470                 END-IF
030480             NOT INVALID KEY
030490                 MOVE "S" TO WS-AUDITORIA-GRABADA
030500         END-WRITE
030510     END-PERFORM.
