000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDTIN01.
000300*------------------------------------------------
000400* IRS bulk TIN matching - request file.
000500* Writes vendor-tin-request, the text file sent to
000600* IRS bulk TIN matching, with one line for every
000700* vendor whose 1099 flag is Y and whose tax ID is
000800* not blank, whatever its status (the same vendors
000900* the year-end 1099 report lists):
001000*   TIN type;TIN;name;account
001100* TIN type is 1 for an EIN (NN-NNNNNNN), 2 for an
001200* SSN (NNN-NN-NNNN) and 3 for nine digits keyed
001300* without either pattern; the TIN goes as nine
001400* digits; the name is upper case with anything but
001500* letters, digits, hyphens and ampersands blanked
001600* out; the account is the vendor number, which is
001700* how the answers are matched back by PROGIDTIN02.
001800* A tax ID that does not come to nine digits is not
001900* sent and is listed on vendor-tin-request-report
002000* for correction. The tax ID, name and date sent
002100* are stored on vendor-tin-file; any earlier answer
002200* stays until the new one is taken in.
002300*------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     SELECT ARCHIVO-PROVEEDOR
002900         ASSIGN TO "vendor-file"
003000         ORGANIZATION IS INDEXED
003100         RECORD KEY IS NUMERO-PROVEEDOR
003200         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
003300             WITH DUPLICATES
003400         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
003500             WITH DUPLICATES
003600         ACCESS MODE IS SEQUENTIAL.
003700
003800     SELECT OPTIONAL ARCHIVO-TIN
003900         ASSIGN TO "vendor-tin-file"
004000         ORGANIZATION IS INDEXED
004100         RECORD KEY IS TIN-NUMERO-PROVEEDOR
004200         ACCESS MODE IS DYNAMIC.
004300
004400     SELECT ARCHIVO-SOLICITUD
004500         ASSIGN TO "vendor-tin-request"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT REPORTE-SOLICITUD
004900         ASSIGN TO "vendor-tin-request-report"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500 FD ARCHIVO-PROVEEDOR
005600         LABEL RECORDS ARE STANDARD.
005700     COPY VENDREC.
005800
005900 FD ARCHIVO-TIN
006000         LABEL RECORDS ARE STANDARD.
006100     COPY VENDTIN.
006200
006300 FD ARCHIVO-SOLICITUD
006400         LABEL RECORDS ARE STANDARD.
006500 01  LINEA-SOLICITUD PIC X(60).
006600
006700 FD REPORTE-SOLICITUD
006800         LABEL RECORDS ARE STANDARD.
006900 01  LINEA-REPORTE PIC X(90).
007000
007100 WORKING-STORAGE SECTION.
007200
007300 01  WS-EOF-PROVEEDOR PIC X VALUE "N".
007400     88 EOF-PROVEEDOR VALUE "S".
007500
007600 01  WS-TIN-EXISTE PIC X VALUE "N".
007700     88 TIN-EXISTE VALUE "S".
007800
007900 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
008000
008100 01  WS-TIPO-TIN PIC X(1) VALUE SPACE.
008200 01  WS-TIN-DIGITOS PIC X(9) VALUE SPACES.
008300 01  WS-LARGO-TIN PIC 9(2) VALUE ZEROES.
008400 01  WS-NOMBRE-IRS PIC X(40) VALUE SPACES.
008500 01  WS-LARGO-NOMBRE PIC 9(2) VALUE ZEROES.
008600 01  WS-INDICE-TEXTO PIC 9(2) VALUE ZEROES.
008700 01  WS-CARACTER PIC X VALUE SPACE.
008800 01  WS-CARACTER-ANTERIOR PIC X VALUE SPACE.
008900 01  WS-NOMBRE-TRABAJO PIC X(30) VALUE SPACES.
009000 01  WS-CARACTERES-VALIDOS PIC X(39)
009100         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-& ".
009200 01  WS-CONTADOR-VALIDO PIC 9(2) VALUE ZEROES.
009300
009400 01  WS-MINUSCULAS PIC X(26)
009500         VALUE "abcdefghijklmnopqrstuvwxyz".
009600 01  WS-MAYUSCULAS PIC X(26)
009700         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009800
009900 01  WS-CONTADOR-ENVIADOS PIC 9(5) VALUE ZEROES.
010000 01  WS-CONTADOR-EIN PIC 9(5) VALUE ZEROES.
010100 01  WS-CONTADOR-SSN PIC 9(5) VALUE ZEROES.
010200 01  WS-CONTADOR-DESCONOCIDOS PIC 9(5) VALUE ZEROES.
010300 01  WS-CONTADOR-OMITIDOS PIC 9(5) VALUE ZEROES.
010400
010500 01  WS-FECHA-HORA-SISTEMA.
010600     05 WS-CDT-FECHA PIC 9(8).
010700     05 WS-CDT-HORA PIC 9(6).
010800     05 WS-CDT-RESTO PIC X(7).
010900
011000 01  LINEA-ENCABEZADO-1.
011100     05 FILLER PIC X(30)
011200         VALUE "IRS TIN MATCHING REQUEST".
011300     05 FILLER PIC X(5) VALUE "RUN: ".
011400     05 ENC1-FECHA PIC 9(8).
011500
011600 01  LINEA-SECCION.
011700     05 FILLER PIC X(9) VALUE "SECTION..".
011800     05 SEC-TITULO PIC X(45).
011900
012000 01  LINEA-ENCABEZADO-2.
012100     05 FILLER PIC X(7) VALUE "VEND#".
012200     05 FILLER PIC X(31) VALUE "NAME".
012300     05 FILLER PIC X(2) VALUE "S".
012400     05 FILLER PIC X(12) VALUE "TAX ID".
012500
012600 01  LINEA-DETALLE.
012700     05 DET-NUMERO PIC ZZZZ9.
012800     05 FILLER PIC X(2) VALUE SPACES.
012900     05 DET-NOMBRE PIC X(30).
013000     05 FILLER PIC X(1) VALUE SPACE.
013100     05 DET-SITUACION PIC X(1).
013200     05 FILLER PIC X(1) VALUE SPACE.
013300     05 DET-ID-FISCAL PIC X(11).
013400
013500 01  LINEA-CONTADOR-SECCION.
013600     05 FILLER PIC X(20) VALUE "VENDORS IN SECTION: ".
013700     05 SEC-CONTADOR PIC ZZZZ9.
013800
013900 01  LINEA-TOTAL.
014000     05 TOT-TITULO PIC X(30).
014100     05 TOT-CONTADOR PIC ZZZZ9.
014200
014300 PROCEDURE DIVISION.
014400 PROGRAMA-INICIO.
014500     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
014600     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
014700     OPEN INPUT ARCHIVO-PROVEEDOR.
014800     OPEN I-O ARCHIVO-TIN.
014900     OPEN OUTPUT ARCHIVO-SOLICITUD.
015000     OPEN OUTPUT REPORTE-SOLICITUD.
015100     MOVE WS-FECHA-HOY TO ENC1-FECHA.
015200     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
015300     WRITE LINEA-REPORTE FROM SPACES.
015400     MOVE "1099 TAX IDS NOT SENT - NOT NINE DIGITS"
015500         TO SEC-TITULO.
015600     WRITE LINEA-REPORTE FROM LINEA-SECCION.
015700     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
015800     PERFORM LEER-SIGUIENTE-PROVEEDOR.
015900     PERFORM PROCESAR-PROVEEDOR
016000         UNTIL EOF-PROVEEDOR.
016100     MOVE WS-CONTADOR-OMITIDOS TO SEC-CONTADOR.
016200     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
016300     PERFORM IMPRIMIR-TOTALES.
016400     CLOSE ARCHIVO-PROVEEDOR.
016500     CLOSE ARCHIVO-TIN.
016600     CLOSE ARCHIVO-SOLICITUD.
016700     CLOSE REPORTE-SOLICITUD.
016800     DISPLAY "TIN MATCHING REQUEST COMPLETE - SENT: "
016900         WS-CONTADOR-ENVIADOS
017000         " NOT SENT: " WS-CONTADOR-OMITIDOS.
017100
017200 PROGRAMA-TERMINADO.
017300     STOP RUN.
017400
017500 LEER-SIGUIENTE-PROVEEDOR.
017600     READ ARCHIVO-PROVEEDOR NEXT RECORD
017700         AT END
017800             MOVE "S" TO WS-EOF-PROVEEDOR
017900     END-READ.
018000
018100 PROCESAR-PROVEEDOR.
018200     IF PROVEEDOR-REPORTABLE-1099
018300        AND ID-FISCAL-PROVEEDOR NOT = SPACES
018400         PERFORM PREPARAR-TIN
018500         IF WS-LARGO-TIN = 9
018600             PERFORM PREPARAR-NOMBRE
018700             PERFORM ESCRIBIR-SOLICITUD
018800             PERFORM ACTUALIZAR-TIN
018900         ELSE
019000             ADD 1 TO WS-CONTADOR-OMITIDOS
019100             MOVE NUMERO-PROVEEDOR TO DET-NUMERO
019200             MOVE NOMBRE-PROVEEDOR TO DET-NOMBRE
019300             MOVE SITUACION-PROVEEDOR TO DET-SITUACION
019400             MOVE ID-FISCAL-PROVEEDOR TO DET-ID-FISCAL
019500             WRITE LINEA-REPORTE FROM LINEA-DETALLE
019600         END-IF
019700     END-IF.
019800     PERFORM LEER-SIGUIENTE-PROVEEDOR.
019900
020000 PREPARAR-TIN.
020100*    The digits alone, and the TIN type from the
020200*    pattern they were keyed in (the same two
020300*    patterns entry and update accept).
020400     MOVE SPACES TO WS-TIN-DIGITOS.
020500     MOVE ZEROES TO WS-LARGO-TIN.
020600     PERFORM VARYING WS-INDICE-TEXTO FROM 1 BY 1
020700             UNTIL WS-INDICE-TEXTO > 11
020800         MOVE ID-FISCAL-PROVEEDOR(WS-INDICE-TEXTO:1)
020900             TO WS-CARACTER
021000         IF WS-CARACTER IS NUMERIC
021100             ADD 1 TO WS-LARGO-TIN
021200             IF WS-LARGO-TIN <= 9
021300                 MOVE WS-CARACTER
021400                     TO WS-TIN-DIGITOS(WS-LARGO-TIN:1)
021500             END-IF
021600         END-IF
021700     END-PERFORM.
021800     MOVE "3" TO WS-TIPO-TIN.
021900     IF ID-FISCAL-PROVEEDOR(1:2) IS NUMERIC
022000        AND ID-FISCAL-PROVEEDOR(3:1) = "-"
022100        AND ID-FISCAL-PROVEEDOR(4:7) IS NUMERIC
022200         MOVE "1" TO WS-TIPO-TIN
022300     END-IF.
022400     IF ID-FISCAL-PROVEEDOR(1:3) IS NUMERIC
022500        AND ID-FISCAL-PROVEEDOR(4:1) = "-"
022600        AND ID-FISCAL-PROVEEDOR(5:2) IS NUMERIC
022700        AND ID-FISCAL-PROVEEDOR(7:1) = "-"
022800        AND ID-FISCAL-PROVEEDOR(8:4) IS NUMERIC
022900         MOVE "2" TO WS-TIPO-TIN
023000     END-IF.
023100
023200 PREPARAR-NOMBRE.
023300*    Upper case; characters the IRS file does not
023400*    take become spaces, and runs of spaces close up.
023500     MOVE NOMBRE-PROVEEDOR TO WS-NOMBRE-TRABAJO.
023600     INSPECT WS-NOMBRE-TRABAJO
023700         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
023800     MOVE SPACES TO WS-NOMBRE-IRS.
023900     MOVE ZEROES TO WS-LARGO-NOMBRE.
024000     MOVE SPACE TO WS-CARACTER-ANTERIOR.
024100     PERFORM VARYING WS-INDICE-TEXTO FROM 1 BY 1
024200             UNTIL WS-INDICE-TEXTO > 30
024300         MOVE WS-NOMBRE-TRABAJO(WS-INDICE-TEXTO:1)
024400             TO WS-CARACTER
024500         MOVE ZEROES TO WS-CONTADOR-VALIDO
024600         INSPECT WS-CARACTERES-VALIDOS
024700             TALLYING WS-CONTADOR-VALIDO FOR ALL WS-CARACTER
024800         IF WS-CONTADOR-VALIDO = ZEROES
024900             MOVE SPACE TO WS-CARACTER
025000         END-IF
025100         IF NOT (WS-CARACTER = SPACE
025200                 AND WS-CARACTER-ANTERIOR = SPACE)
025300             ADD 1 TO WS-LARGO-NOMBRE
025400             MOVE WS-CARACTER TO WS-NOMBRE-IRS(WS-LARGO-NOMBRE:1)
025500             MOVE WS-CARACTER TO WS-CARACTER-ANTERIOR
025600         END-IF
025700     END-PERFORM.
025800     IF WS-LARGO-NOMBRE > ZEROES
025900        AND WS-NOMBRE-IRS(WS-LARGO-NOMBRE:1) = SPACE
026000         SUBTRACT 1 FROM WS-LARGO-NOMBRE
026100     END-IF.
026200     IF WS-LARGO-NOMBRE = ZEROES
026300         MOVE 1 TO WS-LARGO-NOMBRE
026400     END-IF.
026500
026600 ESCRIBIR-SOLICITUD.
026700     MOVE SPACES TO LINEA-SOLICITUD.
026800     STRING WS-TIPO-TIN ";" WS-TIN-DIGITOS ";"
026900         WS-NOMBRE-IRS(1:WS-LARGO-NOMBRE) ";"
027000         NUMERO-PROVEEDOR
027100         DELIMITED BY SIZE INTO LINEA-SOLICITUD.
027200     WRITE LINEA-SOLICITUD.
027300     ADD 1 TO WS-CONTADOR-ENVIADOS.
027400     IF WS-TIPO-TIN = "1"
027500         ADD 1 TO WS-CONTADOR-EIN
027600     ELSE
027700         IF WS-TIPO-TIN = "2"
027800             ADD 1 TO WS-CONTADOR-SSN
027900         ELSE
028000             ADD 1 TO WS-CONTADOR-DESCONOCIDOS
028100         END-IF
028200     END-IF.
028300
028400 ACTUALIZAR-TIN.
028500     MOVE "N" TO WS-TIN-EXISTE.
028600     MOVE NUMERO-PROVEEDOR TO TIN-NUMERO-PROVEEDOR.
028700     READ ARCHIVO-TIN
028800         KEY IS TIN-NUMERO-PROVEEDOR
028900         INVALID KEY
029000             MOVE SPACES TO REGISTRO-TIN
029100             MOVE NUMERO-PROVEEDOR TO TIN-NUMERO-PROVEEDOR
029200             MOVE ZEROES TO TIN-FECHA-RESULTADO
029300         NOT INVALID KEY
029400             MOVE "S" TO WS-TIN-EXISTE
029500     END-READ.
029600     MOVE ID-FISCAL-PROVEEDOR TO TIN-ID-FISCAL-ENVIADO.
029700     MOVE WS-NOMBRE-IRS TO TIN-NOMBRE-ENVIADO.
029800     MOVE WS-FECHA-HOY TO TIN-FECHA-SOLICITUD.
029900     IF TIN-EXISTE
030000         REWRITE REGISTRO-TIN
030100             INVALID KEY
030200                 DISPLAY "ERROR REWRITING TIN RECORD: "
030300                     TIN-NUMERO-PROVEEDOR
030400         END-REWRITE
030500     ELSE
030600         WRITE REGISTRO-TIN
030700             INVALID KEY
030800                 DISPLAY "ERROR WRITING TIN RECORD: "
030900                     TIN-NUMERO-PROVEEDOR
031000         END-WRITE
031100     END-IF.
031200
031300 IMPRIMIR-TOTALES.
031400     WRITE LINEA-REPORTE FROM SPACES.
031500     MOVE "REQUEST LINES WRITTEN.......: " TO TOT-TITULO.
031600     MOVE WS-CONTADOR-ENVIADOS TO TOT-CONTADOR.
031700     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
031800     MOVE "  SENT AS EIN (TYPE 1)......: " TO TOT-TITULO.
031900     MOVE WS-CONTADOR-EIN TO TOT-CONTADOR.
032000     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
032100     MOVE "  SENT AS SSN (TYPE 2)......: " TO TOT-TITULO.
032200     MOVE WS-CONTADOR-SSN TO TOT-CONTADOR.
032300     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
032400     MOVE "  SENT AS UNKNOWN (TYPE 3)..: " TO TOT-TITULO.
032500     MOVE WS-CONTADOR-DESCONOCIDOS TO TOT-CONTADOR.
032600     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
