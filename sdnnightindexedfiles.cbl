000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDSDN04 INITIAL.
000300*------------------------------------------------
000400* Nightly sanctions (OFAC SDN) rescreen.
000500* Runs in the night chain (PROGIDNOCHE01) ahead of
000600* the AP extract, so a vendor that matches a newly
000700* published list entry is stopped before it can be
000800* paid. Every vendor not inactive is screened in
000900* full - name, master address and remit-to address
001000* - through PROGIDSDN01; pairs a supervisor has
001100* already cleared do not count.
001200* An active vendor with a match is put on hold the
001300* way PROGIDESPERA01 does it - status H, the list
001400* entry number as the hold reason, no expected
001500* release date (so PROGIDLIBERA01 never releases
001600* it), last-change date stamped - and an ESPERA
001700* audit entry is written under the AUTOSDN operator
001800* ID. A vendor already on hold that matches is only
001900* listed. A supervisor reviews each one through the
002000* sanctions match review (menu option 17) and
002100* releases it through option 4.
002200* The run report vendor-sdn-report lists both
002300* groups. If no sanctions list has been loaded the
002400* step fails (return code 8), which stops the chain
002500* before the extract.
002600*------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000
003100     SELECT ARCHIVO-PROVEEDOR
003200         ASSIGN TO "vendor-file"
003300         ORGANIZATION IS INDEXED
003400         RECORD KEY IS NUMERO-PROVEEDOR
003500         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
003600             WITH DUPLICATES
003700         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
003800             WITH DUPLICATES
003900         ACCESS MODE IS DYNAMIC.
004000
004100     SELECT OPTIONAL ARCHIVO-AUDITORIA
004200         ASSIGN TO "vendor-audit-log"
004300         ORGANIZATION IS INDEXED
004400         RECORD KEY IS AUD-LLAVE
004500         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
004600             WITH DUPLICATES
004700         ACCESS MODE IS DYNAMIC.
004800
004900     SELECT REPORTE-SDN
005000         ASSIGN TO "vendor-sdn-report"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500
005600 FD ARCHIVO-PROVEEDOR
005700         LABEL RECORDS ARE STANDARD.
005800     COPY VENDREC.
005900
006000 FD ARCHIVO-AUDITORIA
006100         LABEL RECORDS ARE STANDARD.
006200     COPY VENDAUD.
006300
006400 FD REPORTE-SDN
006500         LABEL RECORDS ARE STANDARD.
006600 01  LINEA-REPORTE PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900
007000 01  WS-OPERADOR-ID PIC X(8) VALUE "AUTOSDN".
007100
007200 01  WS-EOF-PROVEEDOR PIC X VALUE "N".
007300     88 EOF-PROVEEDOR VALUE "S".
007400
007500 01  WS-LISTA-NO-CARGADA PIC X VALUE "N".
007600     88 LISTA-NO-CARGADA VALUE "S".
007700
007800 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
007900 01  WS-MOTIVO-SANCION PIC X(30) VALUE SPACES.
008000 01  WS-GRUPO-COINCIDENCIA PIC X(1) VALUE SPACE.
008100
008200 01  WS-CONTADOR-REVISADOS PIC 9(5) VALUE ZEROES.
008300 01  WS-CONTADOR-RETENIDOS PIC 9(5) VALUE ZEROES.
008400 01  WS-CONTADOR-YA-EN-ESPERA PIC 9(5) VALUE ZEROES.
008500
008600 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
008700     88 AUDITORIA-GRABADA VALUE "S".
008800
008900 01  WS-FECHA-HORA-SISTEMA.
009000     05 WS-CDT-FECHA PIC 9(8).
009100     05 WS-CDT-HORA PIC 9(6).
009200     05 WS-CDT-RESTO PIC X(7).
009300
009400     COPY VENDSDP.
009500
009600* Matches found this run, kept so the held and the
009700* already-held vendors can be reported in separate
009800* sections after one pass over the master.
009900 01  WS-TOTAL-COINCIDENCIAS PIC 9(4) VALUE ZEROES.
010000 01  WS-INDICE-COINCIDENCIA PIC 9(4) VALUE ZEROES.
010100 01  TABLA-COINCIDENCIAS.
010200     05 COINCIDENCIA OCCURS 2000 TIMES.
010300         10 COI-GRUPO PIC X(1).
010400         10 COI-NUMERO PIC 9(5).
010500         10 COI-NOMBRE PIC X(30).
010600         10 COI-ENTIDAD PIC 9(8).
010700         10 COI-PUNTAJE PIC 9(3).
010800         10 COI-ORIGEN PIC X(1).
010900         10 COI-TEXTO-LISTA PIC X(60).
011000
011100 01  LINEA-ENCABEZADO-1.
011200     05 FILLER PIC X(30)
011300         VALUE "NIGHTLY SANCTIONS RESCREEN".
011400     05 FILLER PIC X(5) VALUE "RUN: ".
011500     05 ENC1-FECHA PIC 9(8).
011600
011700 01  LINEA-SECCION.
011800     05 FILLER PIC X(9) VALUE "SECTION..".
011900     05 SEC-TITULO PIC X(45).
012000
012100 01  LINEA-ENCABEZADO-2.
012200     05 FILLER PIC X(7) VALUE "VEND#".
012300     05 FILLER PIC X(31) VALUE "NAME".
012400     05 FILLER PIC X(10) VALUE "LIST #".
012500     05 FILLER PIC X(6) VALUE "SCORE".
012600     05 FILLER PIC X(4) VALUE "ON".
012700     05 FILLER PIC X(60) VALUE "LIST NAME / ADDRESS".
012800
012900 01  LINEA-DETALLE.
013000     05 DET-NUMERO PIC ZZZZ9.
013100     05 FILLER PIC X(2) VALUE SPACES.
013200     05 DET-NOMBRE PIC X(30).
013300     05 FILLER PIC X(1) VALUE SPACE.
013400     05 DET-ENTIDAD PIC 9(8).
013500     05 FILLER PIC X(2) VALUE SPACES.
013600     05 DET-PUNTAJE PIC ZZ9.
013700     05 FILLER PIC X(3) VALUE SPACES.
013800     05 DET-ORIGEN PIC X(1).
013900     05 FILLER PIC X(3) VALUE SPACES.
014000     05 DET-TEXTO-LISTA PIC X(60).
014100
014200 01  LINEA-CONTADOR-SECCION.
014300     05 FILLER PIC X(20) VALUE "VENDORS IN SECTION: ".
014400     05 SEC-CONTADOR PIC ZZZZ9.
014500
014600 01  LINEA-TOTALES.
014700     05 FILLER PIC X(20) VALUE "VENDORS SCREENED..: ".
014800     05 TOT-REVISADOS PIC ZZZZ9.
014900
015000 01  LINEA-CLAVE-ORIGEN.
015100     05 FILLER PIC X(60) VALUE
015200         "ON: N = VENDOR NAME, M = MASTER ADDRESS, R = REMIT-TO".
015300
015400 01  LINEA-SIN-LISTA.
015500     05 FILLER PIC X(60) VALUE
015600         "NO SANCTIONS LIST LOADED - NO VENDOR WAS SCREENED".
015700
015800 PROCEDURE DIVISION.
015900 PROGRAMA-INICIO.
016000     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
016100     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
016200     OPEN I-O ARCHIVO-PROVEEDOR.
016300     OPEN OUTPUT REPORTE-SDN.
016400     MOVE WS-FECHA-HOY TO ENC1-FECHA.
016500     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
016600     PERFORM POSICIONAR-PRIMER-PROVEEDOR.
016700     PERFORM REVISAR-PROVEEDOR
016800         UNTIL EOF-PROVEEDOR.
016900     IF LISTA-NO-CARGADA
017000         WRITE LINEA-REPORTE FROM SPACES
017100         WRITE LINEA-REPORTE FROM LINEA-SIN-LISTA
017200         DISPLAY "SANCTIONS RESCREEN FAILED - NO LIST LOADED"
017300     ELSE
017400         PERFORM IMPRIMIR-SECCIONES
017500         DISPLAY "SANCTIONS RESCREEN COMPLETE - SCREENED: "
017600             WS-CONTADOR-REVISADOS
017700             " HELD: " WS-CONTADOR-RETENIDOS
017800             " ALREADY ON HOLD: " WS-CONTADOR-YA-EN-ESPERA
017900     END-IF.
018000     CLOSE ARCHIVO-PROVEEDOR.
018100     CLOSE REPORTE-SDN.
018200     IF LISTA-NO-CARGADA
018300         MOVE 8 TO RETURN-CODE
018400     ELSE
018500         MOVE ZERO TO RETURN-CODE
018600     END-IF.
018700
018800 PROGRAMA-TERMINADO.
018900     GOBACK.
019000
019100 POSICIONAR-PRIMER-PROVEEDOR.
019200     MOVE "N" TO WS-EOF-PROVEEDOR.
019300     MOVE ZEROES TO NUMERO-PROVEEDOR.
019400     START ARCHIVO-PROVEEDOR KEY IS NOT LESS NUMERO-PROVEEDOR
019500         INVALID KEY
019600             MOVE "S" TO WS-EOF-PROVEEDOR
019700     END-START.
019800
019900 REVISAR-PROVEEDOR.
020000     READ ARCHIVO-PROVEEDOR NEXT RECORD
020100         AT END
020200             MOVE "S" TO WS-EOF-PROVEEDOR
020300         NOT AT END
020400             IF NOT PROVEEDOR-INACTIVO
020500                 PERFORM FILTRAR-PROVEEDOR
020600             END-IF
020700     END-READ.
020800
020900 FILTRAR-PROVEEDOR.
021000     MOVE NUMERO-PROVEEDOR TO SOL-NUMERO-PROVEEDOR.
021100     MOVE NOMBRE-PROVEEDOR TO SOL-NOMBRE.
021200     MOVE DIRECCION-PROVEEDOR-1 TO SOL-DIRECCION-1.
021300     MOVE DIRECCION-PROVEEDOR-2 TO SOL-DIRECCION-2.
021400     MOVE CIUDAD-PROVEEDOR TO SOL-CIUDAD.
021500     MOVE "T" TO SOL-ALCANCE.
021600     CALL "PROGIDSDN01" USING SOLICITUD-SDN RESULTADO-SDN.
021700     IF RES-LISTA-VACIA
021800*        Nothing can be screened; no need to read on.
021900         MOVE "S" TO WS-LISTA-NO-CARGADA
022000         MOVE "S" TO WS-EOF-PROVEEDOR
022100     ELSE
022200         ADD 1 TO WS-CONTADOR-REVISADOS
022300         IF RES-HAY-COINCIDENCIA
022400             IF PROVEEDOR-ACTIVO
022500                 PERFORM PONER-EN-ESPERA
022600             ELSE
022700                 ADD 1 TO WS-CONTADOR-YA-EN-ESPERA
022800                 MOVE "E" TO WS-GRUPO-COINCIDENCIA
022900                 PERFORM ANOTAR-COINCIDENCIA
023000             END-IF
023100         END-IF
023200     END-IF.
023300
023400 PONER-EN-ESPERA.
023500*    Same field handling as the interactive hold in
023600*    PROGIDESPERA01; no release date, so only a
023700*    supervisor can lift it.
023800     MOVE SPACES TO WS-MOTIVO-SANCION.
023900     STRING "SANCTIONS SCREEN SDN #" DELIMITED BY SIZE
024000         RES-NUMERO-ENTIDAD DELIMITED BY SIZE
024100         INTO WS-MOTIVO-SANCION
024200     END-STRING.
024300     MOVE "H" TO SITUACION-PROVEEDOR.
024400     MOVE WS-MOTIVO-SANCION TO MOTIVO-ESPERA-PROVEEDOR.
024500     MOVE ZEROES TO FECHA-LIBERACION-PROVEEDOR.
024600     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
024700     MOVE WS-CDT-FECHA TO FECHA-ULTIMO-CAMBIO-PROVEEDOR.
024800     REWRITE REGISTRO-PROVEEDOR
024900         INVALID KEY
025000             DISPLAY "ERROR REWRITING VENDOR RECORD: "
025100                 NUMERO-PROVEEDOR
025200         NOT INVALID KEY
025300             ADD 1 TO WS-CONTADOR-RETENIDOS
025400             MOVE "H" TO WS-GRUPO-COINCIDENCIA
025500             PERFORM ANOTAR-COINCIDENCIA
025600             PERFORM ESCRIBIR-AUDITORIA
025700     END-REWRITE.
025800
025900 ANOTAR-COINCIDENCIA.
026000*    Group H = held this run, E = already on hold.
026100     IF WS-TOTAL-COINCIDENCIAS < 2000
026200         ADD 1 TO WS-TOTAL-COINCIDENCIAS
026300         MOVE WS-GRUPO-COINCIDENCIA
026400             TO COI-GRUPO(WS-TOTAL-COINCIDENCIAS)
026500         MOVE NUMERO-PROVEEDOR
026600             TO COI-NUMERO(WS-TOTAL-COINCIDENCIAS)
026700         MOVE NOMBRE-PROVEEDOR
026800             TO COI-NOMBRE(WS-TOTAL-COINCIDENCIAS)
026900         MOVE RES-NUMERO-ENTIDAD
027000             TO COI-ENTIDAD(WS-TOTAL-COINCIDENCIAS)
027100         MOVE RES-PUNTAJE
027200             TO COI-PUNTAJE(WS-TOTAL-COINCIDENCIAS)
027300         MOVE RES-ORIGEN
027400             TO COI-ORIGEN(WS-TOTAL-COINCIDENCIAS)
027500         MOVE RES-TEXTO-LISTA
027600             TO COI-TEXTO-LISTA(WS-TOTAL-COINCIDENCIAS)
027700     ELSE
027800         DISPLAY "REPORT TABLE FULL - NOT LISTED: "
027900             NUMERO-PROVEEDOR
028000     END-IF.
028100
028200 ESCRIBIR-AUDITORIA.
028300     MOVE SPACES TO REGISTRO-AUDITORIA.
028400     MOVE NUMERO-PROVEEDOR TO AUD-NUMERO-PROVEEDOR.
028500     MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID.
028600     MOVE WS-CDT-FECHA TO AUD-FECHA.
028700     MOVE WS-CDT-HORA TO AUD-HORA.
028800     MOVE "ESPERA" TO AUD-ACCION.
028900     MOVE "MOTIVO-ESPERA" TO AUD-CAMPO-MODIFICADO.
029000     MOVE MOTIVO-ESPERA-PROVEEDOR TO AUD-VALOR-NUEVO.
029100     MOVE ZEROES TO AUD-SECUENCIA.
029200     OPEN I-O ARCHIVO-AUDITORIA.
029300     PERFORM GRABAR-ENTRADA-AUDITORIA.
029400     CLOSE ARCHIVO-AUDITORIA.
029500
029600 GRABAR-ENTRADA-AUDITORIA.
029700*    Entries written in the same second for the same
029800*    vendor share a date and time, so the sequence
029900*    is stepped until the key is free.
030000     MOVE "N" TO WS-AUDITORIA-GRABADA.
030100     PERFORM UNTIL AUDITORIA-GRABADA
030200         WRITE REGISTRO-AUDITORIA
030300             INVALID KEY
030400                 IF AUD-SECUENCIA = 999
030500                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
030600                         AUD-NUMERO-PROVEEDOR
030700                     MOVE "S" TO WS-AUDITORIA-GRABADA
030800                 ELSE
030900                     ADD 1 TO AUD-SECUENCIA
031000                 END-IF
031100             NOT INVALID KEY
031200                 MOVE "S" TO WS-AUDITORIA-GRABADA
031300         END-WRITE
031400     END-PERFORM.
031500
031600*------------------------------------------------
031700* Report sections.
031800*------------------------------------------------
031900 IMPRIMIR-SECCIONES.
032000     MOVE WS-CONTADOR-REVISADOS TO TOT-REVISADOS.
032100     WRITE LINEA-REPORTE FROM LINEA-TOTALES.
032200     WRITE LINEA-REPORTE FROM LINEA-CLAVE-ORIGEN.
032300     WRITE LINEA-REPORTE FROM SPACES.
032400     MOVE "ACTIVE VENDORS PLACED ON SANCTIONS HOLD"
032500         TO SEC-TITULO.
032600     WRITE LINEA-REPORTE FROM LINEA-SECCION.
032700     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
032800     MOVE "H" TO WS-GRUPO-COINCIDENCIA.
032900     PERFORM IMPRIMIR-COINCIDENCIA
033000         VARYING WS-INDICE-COINCIDENCIA FROM 1 BY 1
033100         UNTIL WS-INDICE-COINCIDENCIA > WS-TOTAL-COINCIDENCIAS.
033200     MOVE WS-CONTADOR-RETENIDOS TO SEC-CONTADOR.
033300     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
033400     WRITE LINEA-REPORTE FROM SPACES.
033500     MOVE "MATCHING VENDORS ALREADY ON HOLD" TO SEC-TITULO.
033600     WRITE LINEA-REPORTE FROM LINEA-SECCION.
033700     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
033800     MOVE "E" TO WS-GRUPO-COINCIDENCIA.
033900     PERFORM IMPRIMIR-COINCIDENCIA
034000         VARYING WS-INDICE-COINCIDENCIA FROM 1 BY 1
034100         UNTIL WS-INDICE-COINCIDENCIA > WS-TOTAL-COINCIDENCIAS.
034200     MOVE WS-CONTADOR-YA-EN-ESPERA TO SEC-CONTADOR.
034300     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
034400
034500 IMPRIMIR-COINCIDENCIA.
034600     IF COI-GRUPO(WS-INDICE-COINCIDENCIA) =
034700        WS-GRUPO-COINCIDENCIA
034800         MOVE COI-NUMERO(WS-INDICE-COINCIDENCIA) TO DET-NUMERO
034900         MOVE COI-NOMBRE(WS-INDICE-COINCIDENCIA) TO DET-NOMBRE
035000         MOVE COI-ENTIDAD(WS-INDICE-COINCIDENCIA) TO DET-ENTIDAD
035100         MOVE COI-PUNTAJE(WS-INDICE-COINCIDENCIA) TO DET-PUNTAJE
035200         MOVE COI-ORIGEN(WS-INDICE-COINCIDENCIA) TO DET-ORIGEN
035300         MOVE COI-TEXTO-LISTA(WS-INDICE-COINCIDENCIA)
035400             TO DET-TEXTO-LISTA
035500         WRITE LINEA-REPORTE FROM LINEA-DETALLE
035600     END-IF.
