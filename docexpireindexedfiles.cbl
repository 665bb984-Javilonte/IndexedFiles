000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDDOCVEN01.
000300*------------------------------------------------
000400* Expiring compliance documents report.
000500* Lists the compliance documents of every vendor
000600* not deactivated that have already expired or
000700* expire in the next 90 days, in four sections -
000800* expired, due within 30 days, in 31 to 60 days and
000900* in 61 to 90 days - each with its own count, so AP
001000* can chase renewals before the nightly document
001100* check puts the vendor on hold. Documents with no
001200* expiry date never appear. REQ marks a type the
001300* vendor's class requires (the ones that lead to a
001400* hold); the others are listed for follow-up only.
001500* Output is vendor-document-report. Nothing is
001600* changed on any file.
001700*------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     SELECT ARCHIVO-PROVEEDOR
002300         ASSIGN TO "vendor-file"
002400         ORGANIZATION IS INDEXED
002500         RECORD KEY IS NUMERO-PROVEEDOR
002600         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
002700             WITH DUPLICATES
002800         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
002900             WITH DUPLICATES
003000         ACCESS MODE IS DYNAMIC.
003100
003200     SELECT OPTIONAL ARCHIVO-DOCUMENTOS
003300         ASSIGN TO "vendor-document-file"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS DOC-LLAVE
003600         ACCESS MODE IS DYNAMIC.
003700
003800     SELECT OPTIONAL ARCHIVO-CLASES
003900         ASSIGN TO "vendor-class-file"
004000         ORGANIZATION IS INDEXED
004100         RECORD KEY IS CLA-CODIGO
004200         ACCESS MODE IS DYNAMIC.
004300
004400     SELECT REPORTE-DOCUMENTOS
004500         ASSIGN TO "vendor-document-report"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005100 FD ARCHIVO-PROVEEDOR
005200         LABEL RECORDS ARE STANDARD.
005300     COPY VENDREC.
005400
005500 FD ARCHIVO-DOCUMENTOS
005600         LABEL RECORDS ARE STANDARD.
005700     COPY VENDDOC.
005800
005900 FD ARCHIVO-CLASES
006000         LABEL RECORDS ARE STANDARD.
006100     COPY VENDCLA.
006200
006300 FD REPORTE-DOCUMENTOS
006400         LABEL RECORDS ARE STANDARD.
006500 01  LINEA-REPORTE PIC X(100).
006600
006700 WORKING-STORAGE SECTION.
006800
006900 01  WS-EOF-DOCUMENTOS PIC X VALUE "N".
007000     88 EOF-DOCUMENTOS VALUE "S".
007100
007200 01  WS-PROVEEDOR-VIGENTE PIC X VALUE "N".
007300     88 PROVEEDOR-VIGENTE VALUE "S".
007400
007500 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
007600 01  WS-DIAS-HOY PIC 9(7) VALUE ZEROES.
007700 01  WS-DIAS-RESTANTES PIC S9(7) VALUE ZEROES.
007800
007900*    Days-left band of the section being printed.
008000 01  WS-DIAS-DESDE PIC S9(7) VALUE ZEROES.
008100 01  WS-DIAS-HASTA PIC S9(7) VALUE ZEROES.
008200
008300 01  WS-CONTADOR-SECCION PIC 9(5) VALUE ZEROES.
008400 01  WS-INDICE-DOCUMENTO PIC 9(1) VALUE ZEROES.
008500 01  WS-PROVEEDOR-LEIDO PIC 9(5) VALUE ZEROES.
008600
008700 01  WS-FECHA-HORA-SISTEMA.
008800     05 WS-CDT-FECHA PIC 9(8).
008900     05 WS-CDT-HORA PIC 9(6).
009000     05 WS-CDT-RESTO PIC X(7).
009100
009200 01  LINEA-ENCABEZADO-1.
009300     05 FILLER PIC X(30)
009400         VALUE "EXPIRING VENDOR DOCUMENTS".
009500     05 FILLER PIC X(5) VALUE "RUN: ".
009600     05 ENC1-FECHA PIC 9(8).
009700
009800 01  LINEA-SECCION.
009900     05 FILLER PIC X(9) VALUE "SECTION..".
010000     05 SEC-TITULO PIC X(45).
010100
010200 01  LINEA-ENCABEZADO-2.
010300     05 FILLER PIC X(7) VALUE "VEND#".
010400     05 FILLER PIC X(31) VALUE "NAME".
010500     05 FILLER PIC X(4) VALUE "CLS".
010600     05 FILLER PIC X(5) VALUE "TYP".
010700     05 FILLER PIC X(10) VALUE "EXPIRES".
010800     05 FILLER PIC X(7) VALUE "DAYS".
010900     05 FILLER PIC X(16) VALUE "    COVERAGE".
011000     05 FILLER PIC X(3) VALUE "REQ".
011100
011200 01  LINEA-DETALLE.
011300     05 DET-NUMERO PIC ZZZZ9.
011400     05 FILLER PIC X(2) VALUE SPACES.
011500     05 DET-NOMBRE PIC X(30).
011600     05 FILLER PIC X(1) VALUE SPACE.
011700     05 DET-CLASE PIC X(3).
011800     05 FILLER PIC X(1) VALUE SPACE.
011900     05 DET-TIPO PIC X(3).
012000     05 FILLER PIC X(2) VALUE SPACES.
012100     05 DET-VENCIMIENTO PIC 9(8).
012200     05 FILLER PIC X(2) VALUE SPACES.
012300     05 DET-DIAS PIC -ZZZZ9.
012400     05 FILLER PIC X(1) VALUE SPACE.
012500     05 DET-COBERTURA PIC ZZZ,ZZZ,ZZ9.99.
012600     05 FILLER PIC X(2) VALUE SPACES.
012700     05 DET-REQUERIDO PIC X(3).
012800
012900 01  LINEA-CONTADOR-SECCION.
013000     05 FILLER PIC X(22) VALUE "DOCUMENTS IN SECTION: ".
013100     05 SEC-CONTADOR PIC ZZZZ9.
013200
013300 PROCEDURE DIVISION.
013400 PROGRAMA-INICIO.
013500     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
013600     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
013700     COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
013800     OPEN INPUT ARCHIVO-PROVEEDOR.
013900     OPEN INPUT ARCHIVO-DOCUMENTOS.
014000     OPEN INPUT ARCHIVO-CLASES.
014100     OPEN OUTPUT REPORTE-DOCUMENTOS.
014200     MOVE WS-FECHA-HOY TO ENC1-FECHA.
014300     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
014400     PERFORM LISTAR-VENCIDOS.
014500     PERFORM LISTAR-VENCEN-30.
014600     PERFORM LISTAR-VENCEN-60.
014700     PERFORM LISTAR-VENCEN-90.
014800     CLOSE ARCHIVO-PROVEEDOR.
014900     CLOSE ARCHIVO-DOCUMENTOS.
015000     CLOSE ARCHIVO-CLASES.
015100     CLOSE REPORTE-DOCUMENTOS.
015200     DISPLAY "EXPIRING DOCUMENTS REPORT COMPLETE".
015300
015400 PROGRAMA-TERMINADO.
015500     STOP RUN.
015600
015700*------------------------------------------------
015800* Section 1 - documents already expired.
015900*------------------------------------------------
016000 LISTAR-VENCIDOS.
016100     MOVE "1 EXPIRED" TO SEC-TITULO.
016200     MOVE -9999999 TO WS-DIAS-DESDE.
016300     MOVE -1 TO WS-DIAS-HASTA.
016400     PERFORM LISTAR-SECCION.
016500
016600*------------------------------------------------
016700* Section 2 - expiring today or in the next 30
016800* days.
016900*------------------------------------------------
017000 LISTAR-VENCEN-30.
017100     MOVE "2 EXPIRING WITHIN 30 DAYS" TO SEC-TITULO.
017200     MOVE 0 TO WS-DIAS-DESDE.
017300     MOVE 30 TO WS-DIAS-HASTA.
017400     PERFORM LISTAR-SECCION.
017500
017600*------------------------------------------------
017700* Section 3 - expiring in 31 to 60 days.
017800*------------------------------------------------
017900 LISTAR-VENCEN-60.
018000     MOVE "3 EXPIRING IN 31 TO 60 DAYS" TO SEC-TITULO.
018100     MOVE 31 TO WS-DIAS-DESDE.
018200     MOVE 60 TO WS-DIAS-HASTA.
018300     PERFORM LISTAR-SECCION.
018400
018500*------------------------------------------------
018600* Section 4 - expiring in 61 to 90 days.
018700*------------------------------------------------
018800 LISTAR-VENCEN-90.
018900     MOVE "4 EXPIRING IN 61 TO 90 DAYS" TO SEC-TITULO.
019000     MOVE 61 TO WS-DIAS-DESDE.
019100     MOVE 90 TO WS-DIAS-HASTA.
019200     PERFORM LISTAR-SECCION.
019300
019400 LISTAR-SECCION.
019500     WRITE LINEA-REPORTE FROM SPACES.
019600     WRITE LINEA-REPORTE FROM LINEA-SECCION.
019700     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
019800     MOVE ZEROES TO WS-CONTADOR-SECCION.
019900     MOVE ZEROES TO WS-PROVEEDOR-LEIDO.
020000     MOVE "N" TO WS-EOF-DOCUMENTOS.
020100     MOVE ZEROES TO DOC-NUMERO-PROVEEDOR.
020200     MOVE SPACES TO DOC-TIPO.
020300     START ARCHIVO-DOCUMENTOS KEY IS NOT LESS DOC-LLAVE
020400         INVALID KEY
020500             MOVE "S" TO WS-EOF-DOCUMENTOS
020600     END-START.
020700     PERFORM REVISAR-DOCUMENTO
020800         UNTIL EOF-DOCUMENTOS.
020900     MOVE WS-CONTADOR-SECCION TO SEC-CONTADOR.
021000     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
021100
021200 REVISAR-DOCUMENTO.
021300     READ ARCHIVO-DOCUMENTOS NEXT RECORD
021400         AT END
021500             MOVE "S" TO WS-EOF-DOCUMENTOS
021600         NOT AT END
021700             IF DOC-FECHA-VENCIMIENTO NOT = ZEROES
021800                 COMPUTE WS-DIAS-RESTANTES =
021900                     FUNCTION INTEGER-OF-DATE
022000                         (DOC-FECHA-VENCIMIENTO) - WS-DIAS-HOY
022100                 IF WS-DIAS-RESTANTES >= WS-DIAS-DESDE
022200                    AND WS-DIAS-RESTANTES <= WS-DIAS-HASTA
022300                     PERFORM LEER-PROVEEDOR-DOCUMENTO
022400                     IF PROVEEDOR-VIGENTE
022500                         PERFORM ESCRIBIR-DETALLE
022600                     END-IF
022700                 END-IF
022800             END-IF
022900     END-READ.
023000
023100 LEER-PROVEEDOR-DOCUMENTO.
023200*    The master and class records stay in their
023300*    record areas while the same vendor's documents
023400*    follow, so each vendor is read once per section.
023500     IF DOC-NUMERO-PROVEEDOR NOT = WS-PROVEEDOR-LEIDO
023600         MOVE DOC-NUMERO-PROVEEDOR TO WS-PROVEEDOR-LEIDO
023700         MOVE "N" TO WS-PROVEEDOR-VIGENTE
023800         MOVE DOC-NUMERO-PROVEEDOR TO NUMERO-PROVEEDOR
023900         READ ARCHIVO-PROVEEDOR
024000             KEY IS NUMERO-PROVEEDOR
024100             INVALID KEY
024200                 CONTINUE
024300             NOT INVALID KEY
024400                 IF NOT PROVEEDOR-INACTIVO
024500                     MOVE "S" TO WS-PROVEEDOR-VIGENTE
024600                     PERFORM LEER-CLASE-PROVEEDOR
024700                 END-IF
024800         END-READ
024900     END-IF.
025000
025100 LEER-CLASE-PROVEEDOR.
025200     MOVE SPACES TO REGISTRO-CLASE.
025300     IF CLASE-PROVEEDOR NOT = SPACES
025400         MOVE CLASE-PROVEEDOR TO CLA-CODIGO
025500         READ ARCHIVO-CLASES
025600             KEY IS CLA-CODIGO
025700             INVALID KEY
025800                 MOVE SPACES TO REGISTRO-CLASE
025900         END-READ
026000     END-IF.
026100
026200 ESCRIBIR-DETALLE.
026300     MOVE DOC-NUMERO-PROVEEDOR TO DET-NUMERO.
026400     MOVE NOMBRE-PROVEEDOR TO DET-NOMBRE.
026500     MOVE CLASE-PROVEEDOR TO DET-CLASE.
026600     MOVE DOC-TIPO TO DET-TIPO.
026700     MOVE DOC-FECHA-VENCIMIENTO TO DET-VENCIMIENTO.
026800     MOVE WS-DIAS-RESTANTES TO DET-DIAS.
026900     MOVE DOC-MONTO-COBERTURA TO DET-COBERTURA.
027000     MOVE SPACES TO DET-REQUERIDO.
027100     PERFORM VARYING WS-INDICE-DOCUMENTO FROM 1 BY 1
027200             UNTIL WS-INDICE-DOCUMENTO > 5
027300         IF CLA-DOCUMENTO-REQUERIDO(WS-INDICE-DOCUMENTO)
027400            = DOC-TIPO
027500             MOVE "REQ" TO DET-REQUERIDO
027600         END-IF
027700     END-PERFORM.
027800     WRITE LINEA-REPORTE FROM LINEA-DETALLE.
027900     ADD 1 TO WS-CONTADOR-SECCION.
