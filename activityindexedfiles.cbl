000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDACTIV01.
000300*------------------------------------------------
000400* Monthly AP payment activity load.
000500* Reads vendor-ap-activity, the file AP sends each
000600* month - one fixed-format line per vendor it has
000700* activity for:
000800*   vendor number        5 digits
000900*   last invoice date    8 digits YYYYMMDD, 0 = none
001000*   last payment date    8 digits YYYYMMDD, 0 = none
001100*   year-to-date paid   11 digits, 2 implied decimals
001200* and stores the figures against the vendor on
001300* vendor-activity-file, with the load date and the
001400* vendor's last-activity date (the later of the two
001500* dates, kept if the file carries an older one).
001600* Vendors AP leaves out keep what they had. Lines
001700* that fail an edit, or name a vendor not on the
001800* master, are listed on vendor-activity-load-report
001900* and not stored. A missing input file ends the
002000* run with return code 8; return code 4 means some
002100* lines were rejected.
002200*------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     SELECT ARCHIVO-PROVEEDOR
002800         ASSIGN TO "vendor-file"
002900         ORGANIZATION IS INDEXED
003000         RECORD KEY IS NUMERO-PROVEEDOR
003100         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
003200             WITH DUPLICATES
003300         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
003400             WITH DUPLICATES
003500         ACCESS MODE IS DYNAMIC.
003600
003700     SELECT OPTIONAL ARCHIVO-ACTIVIDAD
003800         ASSIGN TO "vendor-activity-file"
003900         ORGANIZATION IS INDEXED
004000         RECORD KEY IS ACT-NUMERO-PROVEEDOR
004100         ACCESS MODE IS DYNAMIC.
004200
004300     SELECT ARCHIVO-AP
004400         ASSIGN TO "vendor-ap-activity"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-FS-AP.
004700
004800     SELECT REPORTE-CARGA
004900         ASSIGN TO "vendor-activity-load-report"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500 FD ARCHIVO-PROVEEDOR
005600         LABEL RECORDS ARE STANDARD.
005700     COPY VENDREC.
005800
005900 FD ARCHIVO-ACTIVIDAD
006000         LABEL RECORDS ARE STANDARD.
006100     COPY VENDACT.
006200
006300 FD ARCHIVO-AP
006400         LABEL RECORDS ARE STANDARD.
006500 01  REGISTRO-AP.
006600     05 AP-NUMERO-PROVEEDOR PIC X(5).
006700     05 AP-NUMERO-PROVEEDOR-N REDEFINES AP-NUMERO-PROVEEDOR
006800         PIC 9(5).
006900     05 AP-FECHA-FACTURA PIC X(8).
007000     05 AP-FECHA-FACTURA-N REDEFINES AP-FECHA-FACTURA
007100         PIC 9(8).
007200     05 AP-FECHA-PAGO PIC X(8).
007300     05 AP-FECHA-PAGO-N REDEFINES AP-FECHA-PAGO
007400         PIC 9(8).
007500     05 AP-PAGADO-ANUAL PIC X(11).
007600     05 AP-PAGADO-ANUAL-N REDEFINES AP-PAGADO-ANUAL
007700         PIC 9(9)V99.
007800
007900 FD REPORTE-CARGA
008000         LABEL RECORDS ARE STANDARD.
008100 01  LINEA-REPORTE PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400
008500 01  WS-FS-AP PIC XX VALUE SPACES.
008600
008700 01  WS-EOF-AP PIC X VALUE "N".
008800     88 EOF-AP VALUE "S".
008900
009000 01  WS-ARCHIVO-FALTANTE PIC X VALUE "N".
009100     88 ARCHIVO-FALTANTE VALUE "S".
009200
009300 01  WS-ACTIVIDAD-EXISTE PIC X VALUE "N".
009400     88 ACTIVIDAD-EXISTE VALUE "S".
009500
009600 01  WS-ERROR-DETECTADO PIC X VALUE "N".
009700     88 ERROR-DETECTADO VALUE "S".
009800
009900 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
010000 01  WS-NUMERO-LINEA PIC 9(6) VALUE ZEROES.
010100 01  WS-MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
010200 01  WS-FECHA-ACTIVIDAD PIC 9(8) VALUE ZEROES.
010300
010400 01  WS-FECHA-PRUEBA.
010500     05 WS-FECHA-ANO PIC 9(4).
010600     05 WS-FECHA-MES PIC 9(2).
010700     05 WS-FECHA-DIA PIC 9(2).
010800
010900 01  WS-CONTADOR-LEIDOS PIC 9(6) VALUE ZEROES.
011000 01  WS-CONTADOR-NUEVOS PIC 9(6) VALUE ZEROES.
011100 01  WS-CONTADOR-ACTUALIZADOS PIC 9(6) VALUE ZEROES.
011200 01  WS-CONTADOR-RECHAZADOS PIC 9(6) VALUE ZEROES.
011300
011400 01  WS-FECHA-HORA-SISTEMA.
011500     05 WS-CDT-FECHA PIC 9(8).
011600     05 WS-CDT-HORA PIC 9(6).
011700     05 WS-CDT-RESTO PIC X(7).
011800
011900 01  LINEA-ENCABEZADO-1.
012000     05 FILLER PIC X(30)
012100         VALUE "AP ACTIVITY LOAD".
012200     05 FILLER PIC X(5) VALUE "RUN: ".
012300     05 ENC1-FECHA PIC 9(8).
012400
012500 01  LINEA-SECCION.
012600     05 FILLER PIC X(9) VALUE "SECTION..".
012700     05 SEC-TITULO PIC X(60).
012800
012900 01  LINEA-ENCABEZADO-2.
013000     05 FILLER PIC X(8) VALUE "LINE#".
013100     05 FILLER PIC X(7) VALUE "VEND#".
013200     05 FILLER PIC X(31) VALUE "REASON".
013300
013400 01  LINEA-RECHAZO.
013500     05 REC-LINEA PIC ZZZZZ9.
013600     05 FILLER PIC X(2) VALUE SPACES.
013700     05 REC-NUMERO PIC X(5).
013800     05 FILLER PIC X(2) VALUE SPACES.
013900     05 REC-MOTIVO PIC X(30).
014000
014100 01  LINEA-CONTADOR-SECCION.
014200     05 FILLER PIC X(20) VALUE "ENTRIES IN SECTION: ".
014300     05 SEC-CONTADOR PIC ZZZZ9.
014400
014500 01  LINEA-TOTAL.
014600     05 TOT-TITULO PIC X(30).
014700     05 TOT-CONTADOR PIC ZZZZZ9.
014800
014900 01  LINEA-SIN-ARCHIVO.
015000     05 FILLER PIC X(60) VALUE
015100         "NO AP ACTIVITY FILE - NOTHING LOADED".
015200
015300 PROCEDURE DIVISION.
015400 PROGRAMA-INICIO.
015500     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
015600     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
015700     OPEN OUTPUT REPORTE-CARGA.
015800     MOVE WS-FECHA-HOY TO ENC1-FECHA.
015900     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
016000     OPEN INPUT ARCHIVO-AP.
016100     IF WS-FS-AP NOT = "00"
016200         MOVE "S" TO WS-ARCHIVO-FALTANTE
016300         WRITE LINEA-REPORTE FROM SPACES
016400         WRITE LINEA-REPORTE FROM LINEA-SIN-ARCHIVO
016500         DISPLAY "AP ACTIVITY FILE NOT FOUND - NOTHING LOADED"
016600     ELSE
016700         OPEN INPUT ARCHIVO-PROVEEDOR
016800         OPEN I-O ARCHIVO-ACTIVIDAD
016900         WRITE LINEA-REPORTE FROM SPACES
017000         MOVE "LINES REJECTED - NOT STORED" TO SEC-TITULO
017100         WRITE LINEA-REPORTE FROM LINEA-SECCION
017200         WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2
017300         PERFORM LEER-AP
017400         PERFORM PROCESAR-AP
017500             UNTIL EOF-AP
017600         MOVE WS-CONTADOR-RECHAZADOS TO SEC-CONTADOR
017700         WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION
017800         PERFORM IMPRIMIR-TOTALES
017900         CLOSE ARCHIVO-AP
018000         CLOSE ARCHIVO-PROVEEDOR
018100         CLOSE ARCHIVO-ACTIVIDAD
018200         DISPLAY "AP ACTIVITY LOAD COMPLETE - READ: "
018300             WS-CONTADOR-LEIDOS " NEW: " WS-CONTADOR-NUEVOS
018400             " UPDATED: " WS-CONTADOR-ACTUALIZADOS
018500             " REJECTED: " WS-CONTADOR-RECHAZADOS
018600     END-IF.
018700     CLOSE REPORTE-CARGA.
018800     IF ARCHIVO-FALTANTE
018900         MOVE 8 TO RETURN-CODE
019000     ELSE
019100         IF WS-CONTADOR-RECHAZADOS > ZEROES
019200             MOVE 4 TO RETURN-CODE
019300         ELSE
019400             MOVE ZERO TO RETURN-CODE
019500         END-IF
019600     END-IF.
019700
019800 PROGRAMA-TERMINADO.
019900     STOP RUN.
020000
020100 LEER-AP.
020200     READ ARCHIVO-AP
020300         AT END
020400             MOVE "S" TO WS-EOF-AP
020500         NOT AT END
020600             ADD 1 TO WS-NUMERO-LINEA
020700     END-READ.
020800
020900 PROCESAR-AP.
021000     IF REGISTRO-AP NOT = SPACES
021100         ADD 1 TO WS-CONTADOR-LEIDOS
021200         PERFORM VALIDAR-LINEA-AP
021300         IF WS-MOTIVO-RECHAZO = SPACES
021400             PERFORM GRABAR-ACTIVIDAD
021500         END-IF
021600         IF WS-MOTIVO-RECHAZO NOT = SPACES
021700             PERFORM RECHAZAR-LINEA
021800         END-IF
021900     END-IF.
022000     PERFORM LEER-AP.
022100
022200 VALIDAR-LINEA-AP.
022300*    Checks run in order; the first failure is the
022400*    reason the line is listed.
022500     MOVE SPACES TO WS-MOTIVO-RECHAZO.
022600     IF AP-NUMERO-PROVEEDOR IS NOT NUMERIC
022700         MOVE "VENDOR NUMBER NOT NUMERIC" TO WS-MOTIVO-RECHAZO
022800     ELSE
022900         IF AP-FECHA-FACTURA IS NOT NUMERIC
023000             MOVE "INVOICE DATE NOT NUMERIC" TO WS-MOTIVO-RECHAZO
023100         ELSE
023200             IF AP-FECHA-PAGO IS NOT NUMERIC
023300                 MOVE "PAYMENT DATE NOT NUMERIC"
023400                     TO WS-MOTIVO-RECHAZO
023500             ELSE
023600                 IF AP-PAGADO-ANUAL IS NOT NUMERIC
023700                     MOVE "YTD PAID NOT NUMERIC"
023800                         TO WS-MOTIVO-RECHAZO
023900                 ELSE
024000                     PERFORM VALIDAR-FECHAS-AP
024100                 END-IF
024200             END-IF
024300         END-IF
024400     END-IF.
024500     IF WS-MOTIVO-RECHAZO = SPACES
024600         MOVE AP-NUMERO-PROVEEDOR-N TO NUMERO-PROVEEDOR
024700         READ ARCHIVO-PROVEEDOR
024800             KEY IS NUMERO-PROVEEDOR
024900             INVALID KEY
025000                 MOVE "VENDOR NOT ON MASTER" TO WS-MOTIVO-RECHAZO
025100         END-READ
025200     END-IF.
025300
025400 VALIDAR-FECHAS-AP.
025500     IF AP-FECHA-FACTURA-N NOT = ZEROES
025600         MOVE AP-FECHA-FACTURA-N TO WS-FECHA-PRUEBA
025700         PERFORM VERIFICAR-FECHA-PRUEBA
025800         IF ERROR-DETECTADO
025900             MOVE "INVOICE DATE INVALID" TO WS-MOTIVO-RECHAZO
026000         END-IF
026100     END-IF.
026200     IF AP-FECHA-PAGO-N NOT = ZEROES
026300        AND WS-MOTIVO-RECHAZO = SPACES
026400         MOVE AP-FECHA-PAGO-N TO WS-FECHA-PRUEBA
026500         PERFORM VERIFICAR-FECHA-PRUEBA
026600         IF ERROR-DETECTADO
026700             MOVE "PAYMENT DATE INVALID" TO WS-MOTIVO-RECHAZO
026800         END-IF
026900     END-IF.
027000     IF WS-MOTIVO-RECHAZO = SPACES
027100        AND (AP-FECHA-FACTURA-N > WS-FECHA-HOY
027200             OR AP-FECHA-PAGO-N > WS-FECHA-HOY)
027300         MOVE "DATE IN THE FUTURE" TO WS-MOTIVO-RECHAZO
027400     END-IF.
027500
027600 VERIFICAR-FECHA-PRUEBA.
027700*    Same rule as the master integrity audit: year
027800*    1900-2099, month 01-12, day 01-31.
027900     MOVE "N" TO WS-ERROR-DETECTADO.
028000     IF WS-FECHA-ANO < 1900 OR WS-FECHA-ANO > 2099
028100        OR WS-FECHA-MES < 1 OR WS-FECHA-MES > 12
028200        OR WS-FECHA-DIA < 1 OR WS-FECHA-DIA > 31
028300         MOVE "S" TO WS-ERROR-DETECTADO
028400     END-IF.
028500
028600 GRABAR-ACTIVIDAD.
028700     IF AP-FECHA-FACTURA-N > AP-FECHA-PAGO-N
028800         MOVE AP-FECHA-FACTURA-N TO WS-FECHA-ACTIVIDAD
028900     ELSE
029000         MOVE AP-FECHA-PAGO-N TO WS-FECHA-ACTIVIDAD
029100     END-IF.
029200     MOVE "S" TO WS-ACTIVIDAD-EXISTE.
029300     MOVE AP-NUMERO-PROVEEDOR-N TO ACT-NUMERO-PROVEEDOR.
029400     READ ARCHIVO-ACTIVIDAD
029500         KEY IS ACT-NUMERO-PROVEEDOR
029600         INVALID KEY
029700             MOVE "N" TO WS-ACTIVIDAD-EXISTE
029800             MOVE ZEROES TO ACT-FECHA-ULTIMA-ACTIVIDAD
029900     END-READ.
030000     MOVE AP-NUMERO-PROVEEDOR-N TO ACT-NUMERO-PROVEEDOR.
030100     MOVE AP-FECHA-FACTURA-N TO ACT-FECHA-ULTIMA-FACTURA.
030200     MOVE AP-FECHA-PAGO-N TO ACT-FECHA-ULTIMO-PAGO.
030300     MOVE AP-PAGADO-ANUAL-N TO ACT-PAGADO-ANUAL.
030400     MOVE WS-FECHA-HOY TO ACT-FECHA-CARGA.
030500     IF WS-FECHA-ACTIVIDAD > ACT-FECHA-ULTIMA-ACTIVIDAD
030600         MOVE WS-FECHA-ACTIVIDAD TO ACT-FECHA-ULTIMA-ACTIVIDAD
030700     END-IF.
030800     IF ACTIVIDAD-EXISTE
030900         REWRITE REGISTRO-ACTIVIDAD
031000             INVALID KEY
031100                 MOVE "ERROR REWRITING ACTIVITY"
031200                     TO WS-MOTIVO-RECHAZO
031300             NOT INVALID KEY
031400                 ADD 1 TO WS-CONTADOR-ACTUALIZADOS
031500         END-REWRITE
031600     ELSE
031700         WRITE REGISTRO-ACTIVIDAD
031800             INVALID KEY
031900                 MOVE "ERROR WRITING ACTIVITY"
032000                     TO WS-MOTIVO-RECHAZO
032100             NOT INVALID KEY
032200                 ADD 1 TO WS-CONTADOR-NUEVOS
032300         END-WRITE
032400     END-IF.
032500
032600 RECHAZAR-LINEA.
032700     ADD 1 TO WS-CONTADOR-RECHAZADOS.
032800     MOVE WS-NUMERO-LINEA TO REC-LINEA.
032900     MOVE AP-NUMERO-PROVEEDOR TO REC-NUMERO.
033000     MOVE WS-MOTIVO-RECHAZO TO REC-MOTIVO.
033100     WRITE LINEA-REPORTE FROM LINEA-RECHAZO.
033200
033300 IMPRIMIR-TOTALES.
033400     WRITE LINEA-REPORTE FROM SPACES.
033500     MOVE "ACTIVITY LINES READ.........: " TO TOT-TITULO.
033600     MOVE WS-CONTADOR-LEIDOS TO TOT-CONTADOR.
033700     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
033800     MOVE "VENDORS NEW TO THE FILE.....: " TO TOT-TITULO.
033900     MOVE WS-CONTADOR-NUEVOS TO TOT-CONTADOR.
034000     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
034100     MOVE "VENDORS UPDATED.............: " TO TOT-TITULO.
034200     MOVE WS-CONTADOR-ACTUALIZADOS TO TOT-CONTADOR.
034300     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
034400     MOVE "LINES REJECTED..............: " TO TOT-TITULO.
034500     MOVE WS-CONTADOR-RECHAZADOS TO TOT-CONTADOR.
034600     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
