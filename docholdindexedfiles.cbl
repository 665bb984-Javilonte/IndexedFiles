000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDDOCUM02 INITIAL.
000300*------------------------------------------------
000400* Nightly compliance document check.
000500* Runs in the night chain (PROGIDNOCHE01) ahead of
000600* the AP extract, so a vendor whose required
000700* document has lapsed is stopped before it can be
000800* paid. For every vendor not inactive whose class
000900* code lists required document types, each type
001000* is looked up on vendor-document-file; a document
001100* whose expiry date has passed has lapsed.
001200* An active vendor with a lapsed document is put on
001300* hold the way PROGIDESPERA01 does it - status H,
001400* the document type and expiry date as the hold
001500* reason, no expected release date (so
001600* PROGIDLIBERA01 never releases it), last-change
001700* date stamped - and an ESPERA audit entry is
001800* written under the AUTODOC operator ID. A vendor
001900* already on hold is only listed. Once the renewed
002000* document is logged (menu option 18) the hold is
002100* lifted through option 4.
002200* A required type never logged at all is listed in
002300* its own section but does not hold the vendor;
002400* the class requirement may be newer than the
002500* vendor, and that list is the chase list.
002600* The run report is vendor-document-hold-report.
002700*------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003200     SELECT ARCHIVO-PROVEEDOR
003300         ASSIGN TO "vendor-file"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS NUMERO-PROVEEDOR
003600         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
003700             WITH DUPLICATES
003800         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
003900             WITH DUPLICATES
004000         ACCESS MODE IS DYNAMIC.
004100
004200     SELECT OPTIONAL ARCHIVO-DOCUMENTOS
004300         ASSIGN TO "vendor-document-file"
004400         ORGANIZATION IS INDEXED
004500         RECORD KEY IS DOC-LLAVE
004600         ACCESS MODE IS DYNAMIC.
004700
004800     SELECT OPTIONAL ARCHIVO-CLASES
004900         ASSIGN TO "vendor-class-file"
005000         ORGANIZATION IS INDEXED
005100         RECORD KEY IS CLA-CODIGO
005200         ACCESS MODE IS DYNAMIC.
005300
005400     SELECT OPTIONAL ARCHIVO-AUDITORIA
005500         ASSIGN TO "vendor-audit-log"
005600         ORGANIZATION IS INDEXED
005700         RECORD KEY IS AUD-LLAVE
005800         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
005900             WITH DUPLICATES
006000         ACCESS MODE IS DYNAMIC.
006100
006200     SELECT REPORTE-DOCUMENTOS
006300         ASSIGN TO "vendor-document-hold-report"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800
006900 FD ARCHIVO-PROVEEDOR
007000         LABEL RECORDS ARE STANDARD.
007100     COPY VENDREC.
007200
007300 FD ARCHIVO-DOCUMENTOS
007400         LABEL RECORDS ARE STANDARD.
007500     COPY VENDDOC.
007600
007700 FD ARCHIVO-CLASES
007800         LABEL RECORDS ARE STANDARD.
007900     COPY VENDCLA.
008000
008100 FD ARCHIVO-AUDITORIA
008200         LABEL RECORDS ARE STANDARD.
008300     COPY VENDAUD.
008400
008500 FD REPORTE-DOCUMENTOS
008600         LABEL RECORDS ARE STANDARD.
008700 01  LINEA-REPORTE PIC X(100).
008800
008900 WORKING-STORAGE SECTION.
009000
009100 01  WS-OPERADOR-ID PIC X(8) VALUE "AUTODOC".
009200
009300 01  WS-EOF-PROVEEDOR PIC X VALUE "N".
009400     88 EOF-PROVEEDOR VALUE "S".
009500
009600 01  WS-CLASE-EXISTE PIC X VALUE "N".
009700     88 CLASE-EXISTE VALUE "S".
009800
009900 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
010000 01  WS-MOTIVO-DOCUMENTO PIC X(30) VALUE SPACES.
010100 01  WS-INDICE-DOCUMENTO PIC 9(1) VALUE ZEROES.
010200
010300*    First lapsed required document of the vendor
010400*    being checked.
010500 01  WS-TIPO-VENCIDO PIC X(3) VALUE SPACES.
010600 01  WS-FECHA-VENCIDO PIC 9(8) VALUE ZEROES.
010700
010800 01  WS-GRUPO PIC X(1) VALUE SPACE.
010900 01  WS-TIPO-ANOTADO PIC X(3) VALUE SPACES.
011000 01  WS-FECHA-ANOTADA PIC 9(8) VALUE ZEROES.
011100
011200 01  WS-CONTADOR-REVISADOS PIC 9(5) VALUE ZEROES.
011300 01  WS-CONTADOR-RETENIDOS PIC 9(5) VALUE ZEROES.
011400 01  WS-CONTADOR-YA-EN-ESPERA PIC 9(5) VALUE ZEROES.
011500 01  WS-CONTADOR-FALTANTES PIC 9(5) VALUE ZEROES.
011600
011700 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
011800     88 AUDITORIA-GRABADA VALUE "S".
011900
012000 01  WS-FECHA-HORA-SISTEMA.
012100     05 WS-CDT-FECHA PIC 9(8).
012200     05 WS-CDT-HORA PIC 9(6).
012300     05 WS-CDT-RESTO PIC X(7).
012400
012500* Findings this run, kept so each group can be
012600* reported in its own section after one pass over
012700* the master. Group H = held this run, E = lapsed
012800* but already on hold, F = required type not on file.
012900 01  WS-TOTAL-HALLAZGOS PIC 9(4) VALUE ZEROES.
013000 01  WS-INDICE-HALLAZGO PIC 9(4) VALUE ZEROES.
013100 01  TABLA-HALLAZGOS.
013200     05 HALLAZGO OCCURS 2000 TIMES.
013300         10 HAL-GRUPO PIC X(1).
013400         10 HAL-NUMERO PIC 9(5).
013500         10 HAL-NOMBRE PIC X(30).
013600         10 HAL-CLASE PIC X(3).
013700         10 HAL-TIPO PIC X(3).
013800         10 HAL-FECHA PIC 9(8).
013900
014000 01  LINEA-ENCABEZADO-1.
014100     05 FILLER PIC X(30)
014200         VALUE "NIGHTLY DOCUMENT CHECK".
014300     05 FILLER PIC X(5) VALUE "RUN: ".
014400     05 ENC1-FECHA PIC 9(8).
014500
014600 01  LINEA-SECCION.
014700     05 FILLER PIC X(9) VALUE "SECTION..".
014800     05 SEC-TITULO PIC X(45).
014900
015000 01  LINEA-ENCABEZADO-2.
015100     05 FILLER PIC X(7) VALUE "VEND#".
015200     05 FILLER PIC X(31) VALUE "NAME".
015300     05 FILLER PIC X(5) VALUE "CLS".
015400     05 FILLER PIC X(5) VALUE "TYP".
015500     05 FILLER PIC X(8) VALUE "EXPIRED".
015600
015700 01  LINEA-DETALLE.
015800     05 DET-NUMERO PIC ZZZZ9.
015900     05 FILLER PIC X(2) VALUE SPACES.
016000     05 DET-NOMBRE PIC X(30).
016100     05 FILLER PIC X(1) VALUE SPACE.
016200     05 DET-CLASE PIC X(3).
016300     05 FILLER PIC X(2) VALUE SPACES.
016400     05 DET-TIPO PIC X(3).
016500     05 FILLER PIC X(2) VALUE SPACES.
016600     05 DET-FECHA PIC X(8).
016700
016800 01  LINEA-CONTADOR-SECCION.
016900     05 FILLER PIC X(20) VALUE "VENDORS IN SECTION: ".
017000     05 SEC-CONTADOR PIC ZZZZ9.
017100
017200 01  LINEA-TOTALES.
017300     05 FILLER PIC X(20) VALUE "VENDORS CHECKED...: ".
017400     05 TOT-REVISADOS PIC ZZZZ9.
017500
017600 PROCEDURE DIVISION.
017700 PROGRAMA-INICIO.
017800     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
017900     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
018000     OPEN I-O ARCHIVO-PROVEEDOR.
018100     OPEN INPUT ARCHIVO-DOCUMENTOS.
018200     OPEN INPUT ARCHIVO-CLASES.
018300     OPEN OUTPUT REPORTE-DOCUMENTOS.
018400     MOVE WS-FECHA-HOY TO ENC1-FECHA.
018500     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
018600     PERFORM POSICIONAR-PRIMER-PROVEEDOR.
018700     PERFORM REVISAR-PROVEEDOR
018800         UNTIL EOF-PROVEEDOR.
018900     PERFORM IMPRIMIR-SECCIONES.
019000     DISPLAY "DOCUMENT CHECK COMPLETE - CHECKED: "
019100         WS-CONTADOR-REVISADOS
019200         " HELD: " WS-CONTADOR-RETENIDOS
019300         " ALREADY ON HOLD: " WS-CONTADOR-YA-EN-ESPERA
019400         " NOT ON FILE: " WS-CONTADOR-FALTANTES.
019500     CLOSE ARCHIVO-PROVEEDOR.
019600     CLOSE ARCHIVO-DOCUMENTOS.
019700     CLOSE ARCHIVO-CLASES.
019800     CLOSE REPORTE-DOCUMENTOS.
019900     MOVE ZERO TO RETURN-CODE.
020000
020100 PROGRAMA-TERMINADO.
020200     GOBACK.
020300
020400 POSICIONAR-PRIMER-PROVEEDOR.
020500     MOVE "N" TO WS-EOF-PROVEEDOR.
020600     MOVE ZEROES TO NUMERO-PROVEEDOR.
020700     START ARCHIVO-PROVEEDOR KEY IS NOT LESS NUMERO-PROVEEDOR
020800         INVALID KEY
020900             MOVE "S" TO WS-EOF-PROVEEDOR
021000     END-START.
021100
021200 REVISAR-PROVEEDOR.
021300     READ ARCHIVO-PROVEEDOR NEXT RECORD
021400         AT END
021500             MOVE "S" TO WS-EOF-PROVEEDOR
021600         NOT AT END
021700             IF NOT PROVEEDOR-INACTIVO
021800                AND CLASE-PROVEEDOR NOT = SPACES
021900                 PERFORM LEER-CLASE-PROVEEDOR
022000                 IF CLASE-EXISTE
022100                    AND CLA-DOCUMENTO-REQUERIDO(1) NOT = SPACES
022200                     PERFORM REVISAR-DOCUMENTOS-REQUERIDOS
022300                 END-IF
022400             END-IF
022500     END-READ.
022600
022700 LEER-CLASE-PROVEEDOR.
022800     MOVE "N" TO WS-CLASE-EXISTE.
022900     MOVE CLASE-PROVEEDOR TO CLA-CODIGO.
023000     READ ARCHIVO-CLASES
023100         KEY IS CLA-CODIGO
023200         INVALID KEY
023300             CONTINUE
023400         NOT INVALID KEY
023500             MOVE "S" TO WS-CLASE-EXISTE
023600     END-READ.
023700
023800 REVISAR-DOCUMENTOS-REQUERIDOS.
023900     ADD 1 TO WS-CONTADOR-REVISADOS.
024000     MOVE SPACES TO WS-TIPO-VENCIDO.
024100     MOVE ZEROES TO WS-FECHA-VENCIDO.
024200     PERFORM VARYING WS-INDICE-DOCUMENTO FROM 1 BY 1
024300             UNTIL WS-INDICE-DOCUMENTO > 5
024400         IF CLA-DOCUMENTO-REQUERIDO(WS-INDICE-DOCUMENTO)
024500            NOT = SPACES
024600             PERFORM REVISAR-UN-DOCUMENTO
024700         END-IF
024800     END-PERFORM.
024900     IF WS-TIPO-VENCIDO NOT = SPACES
025000         IF PROVEEDOR-ACTIVO
025100             PERFORM PONER-EN-ESPERA
025200         ELSE
025300             ADD 1 TO WS-CONTADOR-YA-EN-ESPERA
025400             MOVE "E" TO WS-GRUPO
025500             MOVE WS-TIPO-VENCIDO TO WS-TIPO-ANOTADO
025600             MOVE WS-FECHA-VENCIDO TO WS-FECHA-ANOTADA
025700             PERFORM ANOTAR-HALLAZGO
025800         END-IF
025900     END-IF.
026000
026100 REVISAR-UN-DOCUMENTO.
026200     MOVE NUMERO-PROVEEDOR TO DOC-NUMERO-PROVEEDOR.
026300     MOVE CLA-DOCUMENTO-REQUERIDO(WS-INDICE-DOCUMENTO)
026400         TO DOC-TIPO.
026500     READ ARCHIVO-DOCUMENTOS
026600         KEY IS DOC-LLAVE
026700         INVALID KEY
026800             ADD 1 TO WS-CONTADOR-FALTANTES
026900             MOVE "F" TO WS-GRUPO
027000             MOVE DOC-TIPO TO WS-TIPO-ANOTADO
027100             MOVE ZEROES TO WS-FECHA-ANOTADA
027200             PERFORM ANOTAR-HALLAZGO
027300         NOT INVALID KEY
027400             IF DOC-FECHA-VENCIMIENTO NOT = ZEROES
027500                AND DOC-FECHA-VENCIMIENTO < WS-FECHA-HOY
027600                AND WS-TIPO-VENCIDO = SPACES
027700                 MOVE DOC-TIPO TO WS-TIPO-VENCIDO
027800                 MOVE DOC-FECHA-VENCIMIENTO TO WS-FECHA-VENCIDO
027900             END-IF
028000     END-READ.
028100
028200 PONER-EN-ESPERA.
028300*    Same field handling as the interactive hold in
028400*    PROGIDESPERA01; no release date, so the hold
028500*    stays until someone lifts it.
028600     MOVE SPACES TO WS-MOTIVO-DOCUMENTO.
028700     STRING "DOCUMENT LAPSED " DELIMITED BY SIZE
028800         WS-TIPO-VENCIDO DELIMITED BY SIZE
028900         " " DELIMITED BY SIZE
029000         WS-FECHA-VENCIDO DELIMITED BY SIZE
029100         INTO WS-MOTIVO-DOCUMENTO
029200     END-STRING.
029300     MOVE "H" TO SITUACION-PROVEEDOR.
029400     MOVE WS-MOTIVO-DOCUMENTO TO MOTIVO-ESPERA-PROVEEDOR.
029500     MOVE ZEROES TO FECHA-LIBERACION-PROVEEDOR.
029600     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
029700     MOVE WS-CDT-FECHA TO FECHA-ULTIMO-CAMBIO-PROVEEDOR.
029800     REWRITE REGISTRO-PROVEEDOR
029900         INVALID KEY
030000             DISPLAY "ERROR REWRITING VENDOR RECORD: "
030100                 NUMERO-PROVEEDOR
030200         NOT INVALID KEY
030300             ADD 1 TO WS-CONTADOR-RETENIDOS
030400             MOVE "H" TO WS-GRUPO
030500             MOVE WS-TIPO-VENCIDO TO WS-TIPO-ANOTADO
030600             MOVE WS-FECHA-VENCIDO TO WS-FECHA-ANOTADA
030700             PERFORM ANOTAR-HALLAZGO
030800             PERFORM ESCRIBIR-AUDITORIA
030900     END-REWRITE.
031000
031100 ANOTAR-HALLAZGO.
031200     IF WS-TOTAL-HALLAZGOS < 2000
031300         ADD 1 TO WS-TOTAL-HALLAZGOS
031400         MOVE WS-GRUPO TO HAL-GRUPO(WS-TOTAL-HALLAZGOS)
031500         MOVE NUMERO-PROVEEDOR TO HAL-NUMERO(WS-TOTAL-HALLAZGOS)
031600         MOVE NOMBRE-PROVEEDOR TO HAL-NOMBRE(WS-TOTAL-HALLAZGOS)
031700         MOVE CLASE-PROVEEDOR TO HAL-CLASE(WS-TOTAL-HALLAZGOS)
031800         MOVE WS-TIPO-ANOTADO TO HAL-TIPO(WS-TOTAL-HALLAZGOS)
031900         MOVE WS-FECHA-ANOTADA TO HAL-FECHA(WS-TOTAL-HALLAZGOS)
032000     ELSE
032100         DISPLAY "REPORT TABLE FULL - NOT LISTED: "
032200             NUMERO-PROVEEDOR
032300     END-IF.
032400
032500 ESCRIBIR-AUDITORIA.
032600     MOVE SPACES TO REGISTRO-AUDITORIA.
032700     MOVE NUMERO-PROVEEDOR TO AUD-NUMERO-PROVEEDOR.
032800     MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID.
032900     MOVE WS-CDT-FECHA TO AUD-FECHA.
033000     MOVE WS-CDT-HORA TO AUD-HORA.
033100     MOVE "ESPERA" TO AUD-ACCION.
033200     MOVE "MOTIVO-ESPERA" TO AUD-CAMPO-MODIFICADO.
033300     MOVE MOTIVO-ESPERA-PROVEEDOR TO AUD-VALOR-NUEVO.
033400     MOVE ZEROES TO AUD-SECUENCIA.
033500     OPEN I-O ARCHIVO-AUDITORIA.
033600     PERFORM GRABAR-ENTRADA-AUDITORIA.
033700     CLOSE ARCHIVO-AUDITORIA.
033800
033900 GRABAR-ENTRADA-AUDITORIA.
034000*    Entries written in the same second for the same
034100*    vendor share a date and time, so the sequence
034200*    is stepped until the key is free.
034300     MOVE "N" TO WS-AUDITORIA-GRABADA.
034400     PERFORM UNTIL AUDITORIA-GRABADA
034500         WRITE REGISTRO-AUDITORIA
034600             INVALID KEY
034700                 IF AUD-SECUENCIA = 999
034800                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
034900                         AUD-NUMERO-PROVEEDOR
035000                     MOVE "S" TO WS-AUDITORIA-GRABADA
035100                 ELSE
035200                     ADD 1 TO AUD-SECUENCIA
035300                 END-IF
035400             NOT INVALID KEY
035500                 MOVE "S" TO WS-AUDITORIA-GRABADA
035600         END-WRITE
035700     END-PERFORM.
035800
035900*------------------------------------------------
036000* Report sections.
036100*------------------------------------------------
036200 IMPRIMIR-SECCIONES.
036300     MOVE WS-CONTADOR-REVISADOS TO TOT-REVISADOS.
036400     WRITE LINEA-REPORTE FROM LINEA-TOTALES.
036500     WRITE LINEA-REPORTE FROM SPACES.
036600     MOVE "ACTIVE VENDORS PLACED ON DOCUMENT HOLD"
036700         TO SEC-TITULO.
036800     MOVE "H" TO WS-GRUPO.
036900     MOVE WS-CONTADOR-RETENIDOS TO SEC-CONTADOR.
037000     PERFORM IMPRIMIR-SECCION.
037100     WRITE LINEA-REPORTE FROM SPACES.
037200     MOVE "LAPSED DOCUMENT - VENDOR ALREADY ON HOLD"
037300         TO SEC-TITULO.
037400     MOVE "E" TO WS-GRUPO.
037500     MOVE WS-CONTADOR-YA-EN-ESPERA TO SEC-CONTADOR.
037600     PERFORM IMPRIMIR-SECCION.
037700     WRITE LINEA-REPORTE FROM SPACES.
037800     MOVE "REQUIRED DOCUMENT NEVER LOGGED (NOT HELD)"
037900         TO SEC-TITULO.
038000     MOVE "F" TO WS-GRUPO.
038100     MOVE WS-CONTADOR-FALTANTES TO SEC-CONTADOR.
038200     PERFORM IMPRIMIR-SECCION.
038300
038400 IMPRIMIR-SECCION.
038500     WRITE LINEA-REPORTE FROM LINEA-SECCION.
038600     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
038700     PERFORM IMPRIMIR-HALLAZGO
038800         VARYING WS-INDICE-HALLAZGO FROM 1 BY 1
038900         UNTIL WS-INDICE-HALLAZGO > WS-TOTAL-HALLAZGOS.
039000     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
039100
039200 IMPRIMIR-HALLAZGO.
039300     IF HAL-GRUPO(WS-INDICE-HALLAZGO) = WS-GRUPO
039400         MOVE HAL-NUMERO(WS-INDICE-HALLAZGO) TO DET-NUMERO
039500         MOVE HAL-NOMBRE(WS-INDICE-HALLAZGO) TO DET-NOMBRE
039600         MOVE HAL-CLASE(WS-INDICE-HALLAZGO) TO DET-CLASE
039700         MOVE HAL-TIPO(WS-INDICE-HALLAZGO) TO DET-TIPO
039800         IF HAL-FECHA(WS-INDICE-HALLAZGO) = ZEROES
039900             MOVE "NO DOC" TO DET-FECHA
040000         ELSE
040100             MOVE HAL-FECHA(WS-INDICE-HALLAZGO) TO DET-FECHA
040200         END-IF
040300         WRITE LINEA-REPORTE FROM LINEA-DETALLE
040400     END-IF.
