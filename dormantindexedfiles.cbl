000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDDORM01.
000300*------------------------------------------------
000400* Dormant vendor report and deactivation file.
000500* Lists every active vendor with no AP activity for
000600* a number of months (asked at the start, blank =
000700* 18), grouped by class, on vendor-dormant-report.
000800* A vendor's last activity is the date PROGIDACTIV01
000900* stored from the monthly AP file; a vendor AP has
001000* never reported is measured from the date it was
001100* added. The cutoff is today less the months, same
001200* day of the month (day 28 at most). If the activity
001300* file has never been loaded nothing is listed and
001400* the run ends with return code 8 - every vendor
001500* would otherwise look dormant.
001600* After the list is printed a supervisor may approve
001700* the vendors to deactivate - all of them, or one by
001800* one. Each approved vendor gets a "B" transaction
001900* in the PROGIDMANT01 layout on the file
002000* vendor-dormant-maint-input, which is given to the
002100* next maintenance run as its vendor-maint-input, so
002200* the deactivations go through the normal audited
002300* batch. The approved vendors and the supervisor are
002400* listed at the end of the report. A blank
002500* supervisor ID prints the report only.
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
004100     SELECT OPTIONAL ARCHIVO-ACTIVIDAD
004200         ASSIGN TO "vendor-activity-file"
004300         ORGANIZATION IS INDEXED
004400         RECORD KEY IS ACT-NUMERO-PROVEEDOR
004500         ACCESS MODE IS DYNAMIC.
004600
004700     SELECT OPTIONAL ARCHIVO-CLASES
004800         ASSIGN TO "vendor-class-file"
004900         ORGANIZATION IS INDEXED
005000         RECORD KEY IS CLA-CODIGO
005100         ACCESS MODE IS DYNAMIC.
005200
005300     SELECT ARCHIVO-OPERADORES
005400         ASSIGN TO "operator-file"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FS-OPERADORES.
005700
005800     SELECT ARCHIVO-TRABAJO
005900         ASSIGN TO "vendor-dormant-work"
006000         ORGANIZATION IS INDEXED
006100         RECORD KEY IS TRB-LLAVE
006200         ACCESS MODE IS DYNAMIC.
006300
006400     SELECT ARCHIVO-TRANSACCIONES
006500         ASSIGN TO "vendor-dormant-maint-input"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800     SELECT REPORTE-INACTIVOS
006900         ASSIGN TO "vendor-dormant-report"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400
007500 FD ARCHIVO-PROVEEDOR
007600         LABEL RECORDS ARE STANDARD.
007700     COPY VENDREC.
007800
007900 FD ARCHIVO-ACTIVIDAD
008000         LABEL RECORDS ARE STANDARD.
008100     COPY VENDACT.
008200
008300 FD ARCHIVO-CLASES
008400         LABEL RECORDS ARE STANDARD.
008500     COPY VENDCLA.
008600
008700 FD ARCHIVO-OPERADORES
008800         LABEL RECORDS ARE STANDARD.
008900 01  REGISTRO-OPERADOR.
009000     05 OPER-ID PIC X(8).
009100     05 OPER-NOMBRE PIC X(30).
009200     05 OPER-NIVEL PIC X(1).
009300     05 OPER-SITUACION PIC X(1).
009400
009500* Scratch file, rebuilt on every run: one record per
009600* dormant vendor, keyed class then vendor so a
009700* sequential read comes back grouped by class.
009800 FD ARCHIVO-TRABAJO
009900         LABEL RECORDS ARE STANDARD.
010000 01  REGISTRO-TRABAJO.
010100     05 TRB-LLAVE.
010200         10 TRB-CLASE PIC X(3).
010300         10 TRB-NUMERO-PROVEEDOR PIC 9(5).
010400     05 TRB-NOMBRE PIC X(30).
010500     05 TRB-FECHA-ACTIVIDAD PIC 9(8).
010600     05 TRB-ORIGEN PIC X(5).
010700     05 TRB-PAGADO-ANUAL PIC 9(9)V99.
010800
010900* Same layout PROGIDMANT01 reads from
011000* vendor-maint-input; only the action and the vendor
011100* number are used for a "B" deactivation.
011200 FD ARCHIVO-TRANSACCIONES
011300         LABEL RECORDS ARE STANDARD.
011400 01  REGISTRO-TRANSACCION.
011500     05 TRANS-ACCION PIC X(1).
011600     05 TRANS-NUMERO-PROVEEDOR PIC 9(5).
011700     05 TRANS-NOMBRE-PROVEEDOR PIC X(30).
011800     05 TRANS-DIRECCION-PROVEEDOR-1 PIC X(30).
011900     05 TRANS-DIRECCION-PROVEEDOR-2 PIC X(30).
012000     05 TRANS-CIUDAD-PROVEEDOR PIC X(20).
012100     05 TRANS-ESTADO-PROVEEDOR PIC X(2).
012200     05 TRANS-CODIGO-POSTAL-PROVEEDOR PIC X(10).
012300     05 TRANS-CONTACTO-PROVEEDOR PIC X(30).
012400     05 TRANS-TELEFONO-PROVEEDOR PIC X(15).
012500
012600 FD REPORTE-INACTIVOS
012700         LABEL RECORDS ARE STANDARD.
012800 01  LINEA-REPORTE PIC X(100).
012900
013000 WORKING-STORAGE SECTION.
013100
013200 01  WS-FS-OPERADORES PIC XX VALUE SPACES.
013300
013400 01  WS-EOF-ARCHIVO PIC X VALUE "N".
013500     88 EOF-ARCHIVO VALUE "S".
013600
013700 01  WS-EOF-OPERADORES PIC X VALUE "N".
013800     88 EOF-OPERADORES VALUE "S".
013900
014000 01  WS-ACTIVIDAD-VACIA PIC X VALUE "N".
014100     88 ACTIVIDAD-VACIA VALUE "S".
014200
014300 01  WS-OPERADOR-ID PIC X(8) VALUE SPACES.
014400 01  WS-NIVEL-OPERADOR PIC X VALUE "O".
014500     88 OPERADOR-ES-SUPERVISOR VALUE "S".
014600
014700 01  WS-MODO-APROBACION PIC X VALUE "N".
014800     88 APROBAR-TODOS VALUE "A".
014900     88 APROBAR-UNO-A-UNO VALUE "R".
015000     88 APROBAR-NINGUNO VALUE "N".
015100
015200 01  WS-RESPUESTA PIC X VALUE SPACE.
015300
015400 01  WS-MESES PIC 9(3) VALUE ZEROES.
015500 01  WS-MESES-OMISION PIC 9(3) VALUE 18.
015600
015700 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
015800 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
015900     05 WS-HOY-ANO PIC 9(4).
016000     05 WS-HOY-MES PIC 9(2).
016100     05 WS-HOY-DIA PIC 9(2).
016200
016300 01  WS-FECHA-CORTE PIC 9(8) VALUE ZEROES.
016400 01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
016500     05 WS-CORTE-ANO PIC 9(4).
016600     05 WS-CORTE-MES PIC 9(2).
016700     05 WS-CORTE-DIA PIC 9(2).
016800
016900 01  WS-TOTAL-MESES PIC 9(6) VALUE ZEROES.
017000 01  WS-FECHA-ACTIVIDAD PIC 9(8) VALUE ZEROES.
017100 01  WS-ORIGEN-FECHA PIC X(5) VALUE SPACES.
017200 01  WS-PAGADO-ANUAL PIC 9(9)V99 VALUE ZEROES.
017300
017400 01  WS-CLASE-GRUPO PIC X(3) VALUE SPACES.
017500 01  WS-GRUPO-ABIERTO PIC X VALUE "N".
017600     88 GRUPO-ABIERTO VALUE "S".
017700
017800 01  WS-CONTADOR-GRUPO PIC 9(5) VALUE ZEROES.
017900 01  WS-TOTAL-INACTIVOS PIC 9(5) VALUE ZEROES.
018000 01  WS-TOTAL-APROBADOS PIC 9(5) VALUE ZEROES.
018100
018200 01  WS-FECHA-HORA-SISTEMA.
018300     05 WS-CDT-FECHA PIC 9(8).
018400     05 WS-CDT-HORA PIC 9(6).
018500     05 WS-CDT-RESTO PIC X(7).
018600
018700 01  LINEA-ENCABEZADO-1.
018800     05 FILLER PIC X(30)
018900         VALUE "DORMANT VENDOR REPORT".
019000     05 FILLER PIC X(5) VALUE "RUN: ".
019100     05 ENC1-FECHA PIC 9(8).
019200
019300 01  LINEA-PARAMETROS.
019400     05 FILLER PIC X(27) VALUE "NO AP ACTIVITY FOR MONTHS: ".
019500     05 PAR-MESES PIC ZZ9.
019600     05 FILLER PIC X(16) VALUE "   CUTOFF DATE: ".
019700     05 PAR-FECHA-CORTE PIC 9(8).
019800
019900 01  LINEA-SECCION.
020000     05 FILLER PIC X(9) VALUE "SECTION..".
020100     05 SEC-TITULO PIC X(60).
020200
020300 01  LINEA-ENCABEZADO-2.
020400     05 FILLER PIC X(7) VALUE "VEND#".
020500     05 FILLER PIC X(31) VALUE "NAME".
020600     05 FILLER PIC X(15) VALUE "LAST ACTIVITY".
020700     05 FILLER PIC X(7) VALUE "FROM".
020800     05 FILLER PIC X(15) VALUE "YTD PAID".
020900
021000 01  LINEA-DETALLE.
021100     05 DET-NUMERO PIC 9(5).
021200     05 FILLER PIC X(2) VALUE SPACES.
021300     05 DET-NOMBRE PIC X(30).
021400     05 FILLER PIC X(1) VALUE SPACES.
021500     05 DET-FECHA-ACTIVIDAD PIC 9(8).
021600     05 FILLER PIC X(7) VALUE SPACES.
021700     05 DET-ORIGEN PIC X(5).
021800     05 FILLER PIC X(2) VALUE SPACES.
021900     05 DET-PAGADO-ANUAL PIC ZZZ,ZZZ,ZZ9.99.
022000
022100 01  LINEA-CONTADOR-SECCION.
022200     05 FILLER PIC X(20) VALUE "ENTRIES IN SECTION: ".
022300     05 SEC-CONTADOR PIC ZZZZ9.
022400
022500 01  LINEA-TOTAL.
022600     05 TOT-TITULO PIC X(30).
022700     05 TOT-CONTADOR PIC ZZZZ9.
022800
022900 01  LINEA-APROBADO-POR.
023000     05 FILLER PIC X(13) VALUE "APPROVED BY: ".
023100     05 APR-OPERADOR PIC X(8).
023200     05 FILLER PIC X(30)
023300         VALUE "   FILE: vendor-dormant-maint-".
023400     05 FILLER PIC X(5) VALUE "input".
023500
023600 01  LINEA-SIN-ACTIVIDAD.
023700     05 FILLER PIC X(60) VALUE
023800         "NO AP ACTIVITY HAS BEEN LOADED - NOTHING LISTED".
023900
024000 PROCEDURE DIVISION.
024100 PROGRAMA-INICIO.
024200     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
024300     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
024400     PERFORM INGRESAR-MESES.
024500     PERFORM CALCULAR-FECHA-CORTE.
024600     OPEN OUTPUT REPORTE-INACTIVOS.
024700     MOVE WS-FECHA-HOY TO ENC1-FECHA.
024800     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
024900     MOVE WS-MESES TO PAR-MESES.
025000     MOVE WS-FECHA-CORTE TO PAR-FECHA-CORTE.
025100     WRITE LINEA-REPORTE FROM LINEA-PARAMETROS.
025200     OPEN INPUT ARCHIVO-ACTIVIDAD.
025300     PERFORM VERIFICAR-ACTIVIDAD-CARGADA.
025400     IF ACTIVIDAD-VACIA
025500         WRITE LINEA-REPORTE FROM SPACES
025600         WRITE LINEA-REPORTE FROM LINEA-SIN-ACTIVIDAD
025700         DISPLAY "NO AP ACTIVITY HAS BEEN LOADED - RUN"
025800             " PROGIDACTIV01 FIRST"
025900         CLOSE ARCHIVO-ACTIVIDAD
026000         CLOSE REPORTE-INACTIVOS
026100         MOVE 8 TO RETURN-CODE
026200     ELSE
026300         OPEN INPUT ARCHIVO-PROVEEDOR
026400         OPEN INPUT ARCHIVO-CLASES
026500         PERFORM BUSCAR-INACTIVOS
026600         PERFORM LISTAR-INACTIVOS
026700         WRITE LINEA-REPORTE FROM SPACES
026800         MOVE "DORMANT VENDORS LISTED......: " TO TOT-TITULO
026900         MOVE WS-TOTAL-INACTIVOS TO TOT-CONTADOR
027000         WRITE LINEA-REPORTE FROM LINEA-TOTAL
027100         CLOSE ARCHIVO-ACTIVIDAD
027200         CLOSE ARCHIVO-CLASES
027300         CLOSE ARCHIVO-PROVEEDOR
027400         DISPLAY "DORMANT VENDORS LISTED: " WS-TOTAL-INACTIVOS
027500         IF WS-TOTAL-INACTIVOS > ZEROES
027600             PERFORM INGRESAR-SUPERVISOR
027700             IF OPERADOR-ES-SUPERVISOR
027800                 PERFORM ELEGIR-APROBACION
027900             END-IF
028000             IF NOT APROBAR-NINGUNO
028100                 PERFORM APROBAR-INACTIVOS
028200             END-IF
028300         END-IF
028400         CLOSE REPORTE-INACTIVOS
028500         MOVE ZERO TO RETURN-CODE
028600     END-IF.
028700
028800 PROGRAMA-TERMINADO.
028900     STOP RUN.
029000
029100 INGRESAR-MESES.
029200     DISPLAY "MONTHS WITHOUT AP ACTIVITY TO COUNT AS DORMANT"
029300         " (BLANK = " WS-MESES-OMISION ")".
029400     MOVE ZEROES TO WS-MESES.
029500     ACCEPT WS-MESES.
029600     IF WS-MESES = ZEROES
029700         MOVE WS-MESES-OMISION TO WS-MESES
029800     END-IF.
029900
030000*------------------------------------------------
030100* Cutoff = today less the months, counted on a
030200* running month number so a year boundary needs no
030300* special case. The day is held to 28 so the date
030400* is valid in every month.
030500*------------------------------------------------
030600 CALCULAR-FECHA-CORTE.
030700     COMPUTE WS-TOTAL-MESES =
030800         WS-HOY-ANO * 12 + WS-HOY-MES - 1 - WS-MESES.
030900     DIVIDE WS-TOTAL-MESES BY 12
031000         GIVING WS-CORTE-ANO REMAINDER WS-CORTE-MES.
031100     ADD 1 TO WS-CORTE-MES.
031200     MOVE WS-HOY-DIA TO WS-CORTE-DIA.
031300     IF WS-CORTE-DIA > 28
031400         MOVE 28 TO WS-CORTE-DIA
031500     END-IF.
031600
031700 VERIFICAR-ACTIVIDAD-CARGADA.
031800     MOVE "N" TO WS-ACTIVIDAD-VACIA.
031900     MOVE ZEROES TO ACT-NUMERO-PROVEEDOR.
032000     START ARCHIVO-ACTIVIDAD
032100         KEY IS NOT LESS ACT-NUMERO-PROVEEDOR
032200         INVALID KEY
032300             MOVE "S" TO WS-ACTIVIDAD-VACIA
032400     END-START.
032500
032600*------------------------------------------------
032700* Pass over the master: every active vendor whose
032800* last activity is before the cutoff goes to the
032900* scratch file under its class.
033000*------------------------------------------------
033100 BUSCAR-INACTIVOS.
033200     OPEN OUTPUT ARCHIVO-TRABAJO.
033300     MOVE "N" TO WS-EOF-ARCHIVO.
033400     MOVE ZEROES TO NUMERO-PROVEEDOR.
033500     START ARCHIVO-PROVEEDOR
033600         KEY IS NOT LESS NUMERO-PROVEEDOR
033700         INVALID KEY
033800             MOVE "S" TO WS-EOF-ARCHIVO
033900     END-START.
034000     PERFORM UNTIL EOF-ARCHIVO
034100         READ ARCHIVO-PROVEEDOR NEXT RECORD
034200             AT END
034300                 MOVE "S" TO WS-EOF-ARCHIVO
034400             NOT AT END
034500                 IF PROVEEDOR-ACTIVO
034600                     PERFORM EVALUAR-PROVEEDOR
034700                 END-IF
034800         END-READ
034900     END-PERFORM.
035000     CLOSE ARCHIVO-TRABAJO.
035100
035200 EVALUAR-PROVEEDOR.
035300     MOVE FECHA-ALTA-PROVEEDOR TO WS-FECHA-ACTIVIDAD.
035400     MOVE "ADDED" TO WS-ORIGEN-FECHA.
035500     MOVE ZEROES TO WS-PAGADO-ANUAL.
035600     MOVE NUMERO-PROVEEDOR TO ACT-NUMERO-PROVEEDOR.
035700     READ ARCHIVO-ACTIVIDAD
035800         KEY IS ACT-NUMERO-PROVEEDOR
035900         INVALID KEY
036000             CONTINUE
036100         NOT INVALID KEY
036200             MOVE ACT-PAGADO-ANUAL TO WS-PAGADO-ANUAL
036300             IF ACT-FECHA-ULTIMA-ACTIVIDAD NOT = ZEROES
036400                 MOVE ACT-FECHA-ULTIMA-ACTIVIDAD
036500                     TO WS-FECHA-ACTIVIDAD
036600                 MOVE "AP" TO WS-ORIGEN-FECHA
036700             END-IF
036800     END-READ.
036900     IF WS-FECHA-ACTIVIDAD < WS-FECHA-CORTE
037000         MOVE CLASE-PROVEEDOR TO TRB-CLASE
037100         MOVE NUMERO-PROVEEDOR TO TRB-NUMERO-PROVEEDOR
037200         MOVE NOMBRE-PROVEEDOR TO TRB-NOMBRE
037300         MOVE WS-FECHA-ACTIVIDAD TO TRB-FECHA-ACTIVIDAD
037400         MOVE WS-ORIGEN-FECHA TO TRB-ORIGEN
037500         MOVE WS-PAGADO-ANUAL TO TRB-PAGADO-ANUAL
037600         WRITE REGISTRO-TRABAJO
037700             INVALID KEY
037800                 DISPLAY "ERROR WRITING WORK RECORD FOR VENDOR "
037900                     NUMERO-PROVEEDOR
038000             NOT INVALID KEY
038100                 ADD 1 TO WS-TOTAL-INACTIVOS
038200         END-WRITE
038300     END-IF.
038400
038500*------------------------------------------------
038600* Report pass: one section per class, in class
038700* order, with a count at the end of each.
038800*------------------------------------------------
038900 LISTAR-INACTIVOS.
039000     MOVE "N" TO WS-EOF-ARCHIVO.
039100     MOVE "N" TO WS-GRUPO-ABIERTO.
039200     OPEN INPUT ARCHIVO-TRABAJO.
039300     PERFORM UNTIL EOF-ARCHIVO
039400         READ ARCHIVO-TRABAJO NEXT RECORD
039500             AT END
039600                 MOVE "S" TO WS-EOF-ARCHIVO
039700             NOT AT END
039800                 IF NOT GRUPO-ABIERTO
039900                    OR TRB-CLASE NOT = WS-CLASE-GRUPO
040000                     PERFORM CERRAR-GRUPO
040100                     PERFORM INICIAR-GRUPO
040200                 END-IF
040300                 PERFORM IMPRIMIR-DETALLE
040400         END-READ
040500     END-PERFORM.
040600     PERFORM CERRAR-GRUPO.
040700     CLOSE ARCHIVO-TRABAJO.
040800
040900 INICIAR-GRUPO.
041000     MOVE TRB-CLASE TO WS-CLASE-GRUPO.
041100     MOVE "S" TO WS-GRUPO-ABIERTO.
041200     MOVE ZEROES TO WS-CONTADOR-GRUPO.
041300     MOVE SPACES TO SEC-TITULO.
041400     IF TRB-CLASE = SPACES
041500         MOVE "UNCLASSIFIED" TO SEC-TITULO
041600     ELSE
041700         MOVE TRB-CLASE TO CLA-CODIGO
041800         READ ARCHIVO-CLASES
041900             KEY IS CLA-CODIGO
042000             INVALID KEY
042100                 MOVE "(NOT ON CLASS TABLE)" TO CLA-DESCRIPCION
042200         END-READ
042300         STRING "CLASS " TRB-CLASE " - " CLA-DESCRIPCION
042400             DELIMITED BY SIZE INTO SEC-TITULO
042500     END-IF.
042600     WRITE LINEA-REPORTE FROM SPACES.
042700     WRITE LINEA-REPORTE FROM LINEA-SECCION.
042800     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
042900
043000 CERRAR-GRUPO.
043100     IF GRUPO-ABIERTO
043200         MOVE WS-CONTADOR-GRUPO TO SEC-CONTADOR
043300         WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION
043400         MOVE "N" TO WS-GRUPO-ABIERTO
043500     END-IF.
043600
043700 IMPRIMIR-DETALLE.
043800     ADD 1 TO WS-CONTADOR-GRUPO.
043900     MOVE TRB-NUMERO-PROVEEDOR TO DET-NUMERO.
044000     MOVE TRB-NOMBRE TO DET-NOMBRE.
044100     MOVE TRB-FECHA-ACTIVIDAD TO DET-FECHA-ACTIVIDAD.
044200     MOVE TRB-ORIGEN TO DET-ORIGEN.
044300     MOVE TRB-PAGADO-ANUAL TO DET-PAGADO-ANUAL.
044400     WRITE LINEA-REPORTE FROM LINEA-DETALLE.
044500
044600 INGRESAR-SUPERVISOR.
044700*    A blank answer - the scheduler deck, or nobody
044800*    to review the list yet - prints the report only.
044900     DISPLAY "ENTER SUPERVISOR ID TO APPROVE DEACTIVATIONS"
045000         " (BLANK = REPORT ONLY)".
045100     MOVE SPACES TO WS-OPERADOR-ID.
045200     ACCEPT WS-OPERADOR-ID.
045300     MOVE "O" TO WS-NIVEL-OPERADOR.
045400     MOVE "N" TO WS-MODO-APROBACION.
045500     IF WS-OPERADOR-ID NOT = SPACES
045600         PERFORM BUSCAR-NIVEL-EN-ARCHIVO
045700         IF NOT OPERADOR-ES-SUPERVISOR
045800             DISPLAY "APPROVAL IS RESTRICTED TO SUPERVISORS"
045900                 " - REPORT ONLY"
046000         END-IF
046100     END-IF.
046200
046300 BUSCAR-NIVEL-EN-ARCHIVO.
046400     MOVE "N" TO WS-EOF-OPERADORES.
046500     OPEN INPUT ARCHIVO-OPERADORES.
046600     IF WS-FS-OPERADORES NOT = "00"
046700         MOVE "S" TO WS-EOF-OPERADORES
046800     END-IF.
046900     PERFORM LEER-OPERADOR-SIGUIENTE
047000         UNTIL EOF-OPERADORES.
047100*    Status is "10" after the AT END read; only an
047200*    open that failed outright leaves nothing open.
047300     IF WS-FS-OPERADORES = "00" OR WS-FS-OPERADORES = "10"
047400         CLOSE ARCHIVO-OPERADORES
047500     END-IF.
047600
047700 LEER-OPERADOR-SIGUIENTE.
047800     READ ARCHIVO-OPERADORES
047900         AT END
048000             MOVE "S" TO WS-EOF-OPERADORES
048100         NOT AT END
048200             IF OPER-ID = WS-OPERADOR-ID
048300                AND OPER-NIVEL = "S"
048400                AND OPER-SITUACION NOT = "I"
048500                 MOVE "S" TO WS-NIVEL-OPERADOR
048600                 MOVE "S" TO WS-EOF-OPERADORES
048700             END-IF
048800     END-READ.
048900
049000 ELEGIR-APROBACION.
049100     DISPLAY "DEACTIVATE: A = ALL LISTED, R = REVIEW ONE BY"
049200         " ONE, N = NONE".
049300     MOVE SPACE TO WS-MODO-APROBACION.
049400     ACCEPT WS-MODO-APROBACION.
049500     IF WS-MODO-APROBACION = "a"
049600         MOVE "A" TO WS-MODO-APROBACION
049700     END-IF.
049800     IF WS-MODO-APROBACION = "r"
049900         MOVE "R" TO WS-MODO-APROBACION
050000     END-IF.
050100     IF NOT APROBAR-TODOS AND NOT APROBAR-UNO-A-UNO
050200         MOVE "N" TO WS-MODO-APROBACION
050300         DISPLAY "NO VENDORS APPROVED"
050400     END-IF.
050500
050600*------------------------------------------------
050700* Approval pass: reads the scratch file again in
050800* report order and writes a "B" transaction for
050900* each vendor approved. The transaction file is
051000* only created when something may be approved.
051100*------------------------------------------------
051200 APROBAR-INACTIVOS.
051300     OPEN OUTPUT ARCHIVO-TRANSACCIONES.
051400     WRITE LINEA-REPORTE FROM SPACES.
051500     MOVE "APPROVED FOR DEACTIVATION" TO SEC-TITULO.
051600     WRITE LINEA-REPORTE FROM LINEA-SECCION.
051700     MOVE WS-OPERADOR-ID TO APR-OPERADOR.
051800     WRITE LINEA-REPORTE FROM LINEA-APROBADO-POR.
051900     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
052000     MOVE "N" TO WS-EOF-ARCHIVO.
052100     OPEN INPUT ARCHIVO-TRABAJO.
052200     PERFORM UNTIL EOF-ARCHIVO
052300         READ ARCHIVO-TRABAJO NEXT RECORD
052400             AT END
052500                 MOVE "S" TO WS-EOF-ARCHIVO
052600             NOT AT END
052700                 PERFORM REVISAR-INACTIVO
052800         END-READ
052900     END-PERFORM.
053000     CLOSE ARCHIVO-TRABAJO.
053100     CLOSE ARCHIVO-TRANSACCIONES.
053200     MOVE WS-TOTAL-APROBADOS TO SEC-CONTADOR.
053300     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
053400     DISPLAY "DEACTIVATIONS APPROVED: " WS-TOTAL-APROBADOS
053500         " - FILE vendor-dormant-maint-input".
053600
053700 REVISAR-INACTIVO.
053800     MOVE "Y" TO WS-RESPUESTA.
053900     IF APROBAR-UNO-A-UNO
054000         DISPLAY TRB-NUMERO-PROVEEDOR " " TRB-NOMBRE
054100             " CLASS " TRB-CLASE " LAST " TRB-FECHA-ACTIVIDAD
054200             " " TRB-ORIGEN
054300         DISPLAY "DEACTIVATE THIS VENDOR? (Y/N)"
054400         MOVE SPACE TO WS-RESPUESTA
054500         ACCEPT WS-RESPUESTA
054600     END-IF.
054700     IF WS-RESPUESTA = "Y" OR WS-RESPUESTA = "y"
054800         MOVE SPACES TO REGISTRO-TRANSACCION
054900         MOVE "B" TO TRANS-ACCION
055000         MOVE TRB-NUMERO-PROVEEDOR TO TRANS-NUMERO-PROVEEDOR
055100         WRITE REGISTRO-TRANSACCION
055200         ADD 1 TO WS-TOTAL-APROBADOS
055300         PERFORM IMPRIMIR-DETALLE
055400     END-IF.
