001000* Vendors whose tax ID is still blank are flagged
001100* on the line and counted separately so the W-9s
001200* can be chased before the filing deadline.
001210* Vendors whose last IRS TIN matching result
001220* (vendor-tin-file) is a name/TIN mismatch for the
001230* tax ID they carry now are flagged TIN MISMATCH
001240* and counted, since their 1099 would be rejected.
001300*------------------------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
002900         ASSIGN TO "vendor-1099-report"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
003110     SELECT OPTIONAL ARCHIVO-TIN
003120         ASSIGN TO "vendor-tin-file"
003130         ORGANIZATION IS INDEXED
003140         RECORD KEY IS TIN-NUMERO-PROVEEDOR
003150         ACCESS MODE IS RANDOM.
003160
003200 DATA DIVISION.
003300 FILE SECTION.
003400
004000         LABEL RECORDS ARE STANDARD.
004100 01  LINEA-REPORTE PIC X(132).
004200
004210 FD ARCHIVO-TIN
004220         LABEL RECORDS ARE STANDARD.
004230     COPY VENDTIN.
004240
004300 WORKING-STORAGE SECTION.
004400
004500 01  WS-EOF-PROVEEDOR PIC X VALUE "N".
005000 01  WS-LINEAS-POR-PAGINA PIC 9(2) VALUE 25.
005100 01  WS-TOTAL-REPORTABLES PIC 9(5) VALUE ZEROES.
005200 01  WS-TOTAL-SIN-ID-FISCAL PIC 9(5) VALUE ZEROES.
005210 01  WS-TOTAL-TIN-NO-COINCIDE PIC 9(5) VALUE ZEROES.
005220
005230 01  WS-TIN-MARCADO PIC X VALUE "N".
005240     88 TIN-MARCADO-NO-COINCIDE VALUE "S".
005300
005400 01  LINEA-ENCABEZADO-1.
005500     05 FILLER PIC X(34)
008900 01  LINEA-TOTAL-SIN-ID.
009000     05 FILLER PIC X(26) VALUE "MISSING TAX ID (NO W-9): ".
009100     05 TOT-SIN-ID PIC ZZZZ9.
009110
009120 01  LINEA-TOTAL-TIN.
009130     05 FILLER PIC X(26) VALUE "IRS TIN MISMATCH.......: ".
009140     05 TOT-TIN-NO-COINCIDE PIC ZZZZ9.
009200
009300 PROCEDURE DIVISION.
009400 PROGRAMA-INICIO.
009500     OPEN INPUT ARCHIVO-PROVEEDOR.
009550     OPEN INPUT ARCHIVO-TIN.
009600     OPEN OUTPUT REPORTE-1099.
009700     PERFORM IMPRIMIR-ENCABEZADO.
009800     PERFORM LEER-PRIMER-PROVEEDOR.
010000         UNTIL EOF-PROVEEDOR.
010100     PERFORM IMPRIMIR-TOTAL.
010200     CLOSE ARCHIVO-PROVEEDOR.
010250     CLOSE ARCHIVO-TIN.
010300     CLOSE REPORTE-1099.
010400     DISPLAY "1099 REPORT COMPLETE - REPORTABLE: "
010500         WS-TOTAL-REPORTABLES
010600         " MISSING TAX ID: " WS-TOTAL-SIN-ID-FISCAL
010650         " TIN MISMATCH: " WS-TOTAL-TIN-NO-COINCIDE.
010700
010800 PROGRAMA-TERMINADO.
010900     STOP RUN.
011800     IF ID-FISCAL-PROVEEDOR = SPACES
011900         ADD 1 TO WS-TOTAL-SIN-ID-FISCAL
012000     END-IF.
012050     IF TIN-MARCADO-NO-COINCIDE
012060         ADD 1 TO WS-TOTAL-TIN-NO-COINCIDE
012070     END-IF.
012100     PERFORM LEER-SIGUIENTE-REPORTABLE.
012200
012300 LEER-SIGUIENTE-REPORTABLE.
014400     ELSE
014500         MOVE SPACES TO DET-MARCA-SIN-ID
014600     END-IF.
014610     PERFORM VERIFICAR-RESULTADO-TIN.
014620     IF TIN-MARCADO-NO-COINCIDE
014630         MOVE "TIN MISMATCH" TO DET-MARCA-SIN-ID
014640     END-IF.
014700     WRITE LINEA-REPORTE FROM LINEA-DETALLE.
014800     ADD 1 TO WS-CONTADOR-LINEAS.
014900
014901 VERIFICAR-RESULTADO-TIN.
014902*    A mismatch only counts while the vendor still
014903*    carries the tax ID the result answered for; once
014904*    the ID is corrected the old result no longer
014905*    applies.
014906     MOVE "N" TO WS-TIN-MARCADO.
014907     IF ID-FISCAL-PROVEEDOR NOT = SPACES
014908         MOVE NUMERO-PROVEEDOR TO TIN-NUMERO-PROVEEDOR
014909         READ ARCHIVO-TIN
014910             KEY IS TIN-NUMERO-PROVEEDOR
014911             INVALID KEY
014912                 MOVE SPACES TO TIN-CODIGO-RESULTADO
014913         END-READ
014914         IF TIN-NO-COINCIDE
014915             AND TIN-ID-FISCAL-RESULTADO = ID-FISCAL-PROVEEDOR
014916             MOVE "S" TO WS-TIN-MARCADO
014917         END-IF
014918     END-IF.
014919
015000 IMPRIMIR-ENCABEZADO.
015100     ADD 1 TO WS-CONTADOR-PAGINAS.
015200     MOVE WS-CONTADOR-PAGINAS TO ENC1-PAGINA.
016300     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
016400     MOVE WS-TOTAL-SIN-ID-FISCAL TO TOT-SIN-ID.
016500     WRITE LINEA-REPORTE FROM LINEA-TOTAL-SIN-ID.
016600     MOVE WS-TOTAL-TIN-NO-COINCIDE TO TOT-TIN-NO-COINCIDE.
016700     WRITE LINEA-REPORTE FROM LINEA-TOTAL-TIN.
