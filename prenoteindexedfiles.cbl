000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDPRENOTA01.
000300*------------------------------------------------
000400* NACHA prenote file for newly approved banking.
000500* Every account approved in PROGIDBANCO01 since the
000600* last run (prenote status E) gets a zero-dollar
000700* prenote entry - code 23 for checking, 33 for
000800* savings - in one CCD batch of vendor-prenote-file,
000900* with the file and batch headers, batch and file
001000* controls and the 9-filled padding to a full block
001100* the bank expects. Each account sent is stamped
001200* with the date and the trace number and set to N
001300* (prenote outstanding), and an audit entry is
001400* written under the AUTOPRE operator ID.
001500* A second pass releases every outstanding prenote
001600* whose prenote period has passed with no return:
001700* status back to space, so the extract sends the
001800* account to AP again. The trace number is kept so
001900* a late return still matches. The period must
002000* agree with the one the extract uses.
002100* The bank and company identification comes from
002200* the one-line vendor-ach-parameters file; without
002300* it nothing is written and the job ends with
002400* return code 8. The file is rewritten every run,
002500* so a run with nothing to send leaves it empty and
002600* yesterday's prenotes are never sent twice. The
002700* run report vendor-prenote-report lists both
002800* passes. No operator input is needed.
002900*------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     SELECT ARCHIVO-PROVEEDOR
003500         ASSIGN TO "vendor-file"
003600         ORGANIZATION IS INDEXED
003700         RECORD KEY IS NUMERO-PROVEEDOR
003800         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
003900             WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
004100             WITH DUPLICATES
004200         ACCESS MODE IS DYNAMIC.
004300
004400     SELECT OPTIONAL ARCHIVO-BANCOS
004500         ASSIGN TO "vendor-bank-file"
004600         ORGANIZATION IS INDEXED
004700         RECORD KEY IS BCO-NUMERO-PROVEEDOR
004800         ACCESS MODE IS DYNAMIC.
004900
005000     SELECT OPTIONAL ARCHIVO-AUDITORIA
005100         ASSIGN TO "vendor-audit-log"
005200         ORGANIZATION IS INDEXED
005300         RECORD KEY IS AUD-LLAVE
005400         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
005500             WITH DUPLICATES
005600         ACCESS MODE IS DYNAMIC.
005700
005800     SELECT ARCHIVO-PARAMETROS
005900         ASSIGN TO "vendor-ach-parameters"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FS-PARAMETROS.
006200
006300     SELECT ARCHIVO-PRENOTA
006400         ASSIGN TO "vendor-prenote-file"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT REPORTE-PRENOTA
006800         ASSIGN TO "vendor-prenote-report"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300
007400 FD ARCHIVO-PROVEEDOR
007500         LABEL RECORDS ARE STANDARD.
007600     COPY VENDREC.
007700
007800 FD ARCHIVO-BANCOS
007900         LABEL RECORDS ARE STANDARD.
008000     COPY VENDBCO.
008100
008200 FD ARCHIVO-AUDITORIA
008300         LABEL RECORDS ARE STANDARD.
008400     COPY VENDAUD.
008500
008600 FD ARCHIVO-PARAMETROS
008700         LABEL RECORDS ARE STANDARD.
008800 01  REGISTRO-PARAMETROS.
008900     05 PAR-DESTINO-RUTA PIC X(9).
009000     05 PAR-ORIGEN-ID PIC X(10).
009100     05 PAR-DESTINO-NOMBRE PIC X(23).
009200     05 PAR-ORIGEN-NOMBRE PIC X(23).
009300     05 PAR-COMPANIA-NOMBRE PIC X(16).
009400     05 PAR-COMPANIA-ID PIC X(10).
009500     05 PAR-ODFI-RUTA PIC X(8).
009600
009700 FD ARCHIVO-PRENOTA
009800         LABEL RECORDS ARE STANDARD.
009900 01  REGISTRO-PRENOTA PIC X(94).
010000
010100 FD REPORTE-PRENOTA
010200         LABEL RECORDS ARE STANDARD.
010300 01  LINEA-REPORTE PIC X(90).
010400
010500 WORKING-STORAGE SECTION.
010600
010700 01  WS-OPERADOR-ID PIC X(8) VALUE "AUTOPRE".
010800
010900*    Calendar days an outstanding prenote waits for a
011000*    return before the account goes to AP - the same
011100*    figure the extract (PROGIDEXTRA01) uses.
011200 01  WS-DIAS-PRENOTA PIC 9(2) VALUE 6.
011300
011400 01  WS-FS-PARAMETROS PIC X(2) VALUE SPACES.
011500
011600 01  WS-EOF-BANCOS PIC X VALUE "N".
011700     88 EOF-BANCOS VALUE "S".
011800
011900 01  WS-PARAMETROS-VALIDOS PIC X VALUE "N".
012000     88 PARAMETROS-VALIDOS VALUE "S".
012100
012200 01  WS-LOTE-ABIERTO PIC X VALUE "N".
012300     88 LOTE-ABIERTO VALUE "S".
012400
012500 01  WS-PROVEEDOR-EXISTE PIC X VALUE "N".
012600     88 PROVEEDOR-EXISTE VALUE "S".
012700
012800 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
012900     88 AUDITORIA-GRABADA VALUE "S".
013000
013100 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
013200 01  WS-DIAS-HOY PIC 9(7) VALUE ZEROES.
013300 01  WS-DIAS-ENTEROS PIC 9(7) VALUE ZEROES.
013400 01  WS-DIA-SEMANA PIC 9(1) VALUE ZERO.
013500 01  WS-COCIENTE PIC 9(7) VALUE ZEROES.
013600 01  WS-FECHA-EFECTIVA PIC 9(8) VALUE ZEROES.
013700 01  WS-PRIMERO-ENERO PIC 9(8) VALUE ZEROES.
013800 01  WS-DIA-DEL-ANO PIC 9(3) VALUE ZEROES.
013900
014000 01  WS-CONTADOR-ENVIADOS PIC 9(4) VALUE ZEROES.
014100 01  WS-CONTADOR-OMITIDOS PIC 9(5) VALUE ZEROES.
014200 01  WS-CONTADOR-LIBERADOS PIC 9(5) VALUE ZEROES.
014300 01  WS-CONTADOR-REGISTROS PIC 9(6) VALUE ZEROES.
014400 01  WS-CONTADOR-BLOQUES PIC 9(6) VALUE ZEROES.
014500 01  WS-RESTO-BLOQUE PIC 9(2) VALUE ZEROES.
014600 01  WS-SUMA-RUTAS PIC 9(12) VALUE ZEROES.
014700 01  WS-RUTA-RDFI PIC 9(8) VALUE ZEROES.
014800
014900 01  WS-INDICE-CUENTA PIC S9(3) COMP VALUE ZEROES.
015000 01  WS-LARGO-CUENTA PIC 9(2) VALUE ZEROES.
015100 01  WS-CUENTA-TRABAJO PIC X(17) VALUE SPACES.
015200 01  WS-CUENTA-ENMASCARADA PIC X(17) VALUE SPACES.
015300
015400 01  WS-RASTREO.
015500     05 WS-RASTREO-ODFI PIC X(8).
015600     05 WS-RASTREO-DIA PIC 9(3).
015700     05 WS-RASTREO-NUMERO PIC 9(4).
015800
015900 01  WS-FECHA-HORA-SISTEMA.
016000     05 WS-CDT-FECHA PIC 9(8).
016100     05 WS-CDT-HORA PIC 9(6).
016200     05 WS-CDT-RESTO PIC X(7).
016300
016400*------------------------------------------------
016500* NACHA records - 94 characters, blocked by ten.
016600*------------------------------------------------
016700 01  ACH-CABECERA-ARCHIVO.
016800     05 FILLER PIC X(1) VALUE "1".
016900     05 FILLER PIC X(2) VALUE "01".
017000     05 FILLER PIC X(1) VALUE SPACE.
017100     05 ACH-CA-DESTINO PIC X(9).
017200     05 ACH-CA-ORIGEN PIC X(10).
017300     05 ACH-CA-FECHA PIC 9(6).
017400     05 ACH-CA-HORA PIC 9(4).
017500     05 FILLER PIC X(1) VALUE "A".
017600     05 FILLER PIC X(3) VALUE "094".
017700     05 FILLER PIC X(2) VALUE "10".
017800     05 FILLER PIC X(1) VALUE "1".
017900     05 ACH-CA-NOMBRE-DESTINO PIC X(23).
018000     05 ACH-CA-NOMBRE-ORIGEN PIC X(23).
018100     05 FILLER PIC X(8) VALUE SPACES.
018200
018300 01  ACH-CABECERA-LOTE.
018400     05 FILLER PIC X(1) VALUE "5".
018500     05 FILLER PIC X(3) VALUE "220".
018600     05 ACH-CL-COMPANIA-NOMBRE PIC X(16).
018700     05 FILLER PIC X(20) VALUE SPACES.
018800     05 ACH-CL-COMPANIA-ID PIC X(10).
018900     05 FILLER PIC X(3) VALUE "CCD".
019000     05 FILLER PIC X(10) VALUE "VENDOR PAY".
019100     05 FILLER PIC X(6) VALUE SPACES.
019200     05 ACH-CL-FECHA-EFECTIVA PIC 9(6).
019300     05 FILLER PIC X(3) VALUE SPACES.
019400     05 FILLER PIC X(1) VALUE "1".
019500     05 ACH-CL-ODFI PIC X(8).
019600     05 FILLER PIC X(7) VALUE "0000001".
019700
019800 01  ACH-DETALLE.
019900     05 FILLER PIC X(1) VALUE "6".
020000     05 ACH-DE-CODIGO-TRANSACCION PIC X(2).
020100     05 ACH-DE-RUTA PIC X(8).
020200     05 ACH-DE-DIGITO-CONTROL PIC X(1).
020300     05 ACH-DE-CUENTA PIC X(17).
020400     05 FILLER PIC X(10) VALUE "0000000000".
020500     05 ACH-DE-IDENTIFICACION PIC X(15).
020600     05 ACH-DE-NOMBRE PIC X(22).
020700     05 FILLER PIC X(2) VALUE SPACES.
020800     05 FILLER PIC X(1) VALUE "0".
020900     05 ACH-DE-RASTREO PIC X(15).
021000
021100 01  ACH-CONTROL-LOTE.
021200     05 FILLER PIC X(1) VALUE "8".
021300     05 FILLER PIC X(3) VALUE "220".
021400     05 ACH-CO-ENTRADAS PIC 9(6).
021500     05 ACH-CO-SUMA-RUTAS PIC 9(10).
021600     05 FILLER PIC X(12) VALUE "000000000000".
021700     05 FILLER PIC X(12) VALUE "000000000000".
021800     05 ACH-CO-COMPANIA-ID PIC X(10).
021900     05 FILLER PIC X(19) VALUE SPACES.
022000     05 FILLER PIC X(6) VALUE SPACES.
022100     05 ACH-CO-ODFI PIC X(8).
022200     05 FILLER PIC X(7) VALUE "0000001".
022300
022400 01  ACH-CONTROL-ARCHIVO.
022500     05 FILLER PIC X(1) VALUE "9".
022600     05 FILLER PIC X(6) VALUE "000001".
022700     05 ACH-CF-BLOQUES PIC 9(6).
022800     05 ACH-CF-ENTRADAS PIC 9(8).
022900     05 ACH-CF-SUMA-RUTAS PIC 9(10).
023000     05 FILLER PIC X(12) VALUE "000000000000".
023100     05 FILLER PIC X(12) VALUE "000000000000".
023200     05 FILLER PIC X(39) VALUE SPACES.
023300
023400 01  ACH-RELLENO PIC X(94) VALUE ALL "9".
023500
023600*------------------------------------------------
023700* Run report.
023800*------------------------------------------------
023900 01  LINEA-ENCABEZADO-1.
024000     05 FILLER PIC X(30)
024100         VALUE "NACHA PRENOTE RUN".
024200     05 FILLER PIC X(5) VALUE "RUN: ".
024300     05 ENC1-FECHA PIC 9(8).
024400     05 FILLER PIC X(18) VALUE "  EFFECTIVE DATE: ".
024500     05 ENC1-EFECTIVA PIC 9(8).
024600
024700 01  LINEA-SECCION.
024800     05 FILLER PIC X(9) VALUE "SECTION..".
024900     05 SEC-TITULO PIC X(45).
025000
025100 01  LINEA-ENCABEZADO-2.
025200     05 FILLER PIC X(7) VALUE "VEND#".
025300     05 FILLER PIC X(31) VALUE "NAME".
025400     05 FILLER PIC X(10) VALUE "ROUTING".
025500     05 FILLER PIC X(18) VALUE "ACCOUNT".
025600     05 FILLER PIC X(15) VALUE "TRACE / NOTE".
025700
025800 01  LINEA-DETALLE.
025900     05 DET-NUMERO PIC ZZZZ9.
026000     05 FILLER PIC X(2) VALUE SPACES.
026100     05 DET-NOMBRE PIC X(30).
026200     05 FILLER PIC X(1) VALUE SPACE.
026300     05 DET-RUTA PIC X(9).
026400     05 FILLER PIC X(1) VALUE SPACE.
026500     05 DET-CUENTA PIC X(17).
026600     05 FILLER PIC X(1) VALUE SPACE.
026700     05 DET-NOTA PIC X(15).
026800
026900 01  LINEA-CONTADOR-SECCION.
027000     05 FILLER PIC X(20) VALUE "VENDORS IN SECTION: ".
027100     05 SEC-CONTADOR PIC ZZZZ9.
027200
027300 01  LINEA-AVISO PIC X(90) VALUE SPACES.
027400
027500 PROCEDURE DIVISION.
027600 PROGRAMA-INICIO.
027700     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
027800     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
027900     COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
028000     PERFORM CALCULAR-FECHA-EFECTIVA.
028100     PERFORM CALCULAR-DIA-DEL-ANO.
028200     OPEN OUTPUT REPORTE-PRENOTA.
028300     MOVE WS-FECHA-HOY TO ENC1-FECHA.
028400     MOVE WS-FECHA-EFECTIVA TO ENC1-EFECTIVA.
028500     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
028600     PERFORM LEER-PARAMETROS.
028700     OPEN OUTPUT ARCHIVO-PRENOTA.
028800     IF PARAMETROS-VALIDOS
028900         OPEN INPUT ARCHIVO-PROVEEDOR
029000         OPEN I-O ARCHIVO-BANCOS
029100         PERFORM ENVIAR-PRENOTAS
029200         PERFORM LIBERAR-PRENOTAS-VENCIDAS
029300         CLOSE ARCHIVO-PROVEEDOR
029400         CLOSE ARCHIVO-BANCOS
029500     ELSE
029600         MOVE 8 TO RETURN-CODE
029700     END-IF.
029800     CLOSE ARCHIVO-PRENOTA.
029900     CLOSE REPORTE-PRENOTA.
030000     DISPLAY "PRENOTE RUN COMPLETE - PRENOTES WRITTEN: "
030100         WS-CONTADOR-ENVIADOS
030200         " RELEASED TO AP: " WS-CONTADOR-LIBERADOS.
030300     IF WS-CONTADOR-OMITIDOS > ZEROES
030400         DISPLAY "APPROVED ACCOUNTS NOT SENT (SEE REPORT): "
030500             WS-CONTADOR-OMITIDOS
030600     END-IF.
030700
030800 PROGRAMA-TERMINADO.
030900     STOP RUN.
031000
031100 CALCULAR-FECHA-EFECTIVA.
031200*    Next banking day: tomorrow, moved past a
031300*    weekend. Day 1 of the integer calendar was a
031400*    Monday, so today's day number divided by 7
031500*    leaves 0 when tomorrow is a Monday through 6
031600*    when tomorrow is a Sunday.
031700     COMPUTE WS-DIAS-ENTEROS = WS-DIAS-HOY + 1.
031800     DIVIDE WS-DIAS-HOY BY 7
031900         GIVING WS-COCIENTE REMAINDER WS-DIA-SEMANA.
032000     IF WS-DIA-SEMANA = 5
032100         ADD 2 TO WS-DIAS-ENTEROS
032200     END-IF.
032300     IF WS-DIA-SEMANA = 6
032400         ADD 1 TO WS-DIAS-ENTEROS
032500     END-IF.
032600     COMPUTE WS-FECHA-EFECTIVA =
032700         FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS).
032800
032900 CALCULAR-DIA-DEL-ANO.
033000*    Trace numbers carry the day of the year ahead
033100*    of the entry number, so a late return of an
033200*    older prenote can never match a newer one.
033300     MOVE WS-FECHA-HOY TO WS-PRIMERO-ENERO.
033400     MOVE "0101" TO WS-PRIMERO-ENERO(5:4).
033500     COMPUTE WS-DIA-DEL-ANO = WS-DIAS-HOY
033600         - FUNCTION INTEGER-OF-DATE(WS-PRIMERO-ENERO) + 1.
033700
033800 LEER-PARAMETROS.
033900     MOVE "N" TO WS-PARAMETROS-VALIDOS.
034000     OPEN INPUT ARCHIVO-PARAMETROS.
034100     IF WS-FS-PARAMETROS = "00"
034200         READ ARCHIVO-PARAMETROS
034300             AT END
034400                 MOVE "10" TO WS-FS-PARAMETROS
034500         END-READ
034600     END-IF.
034700     IF WS-FS-PARAMETROS = "00"
034800        AND PAR-DESTINO-RUTA IS NUMERIC
034900        AND PAR-ODFI-RUTA IS NUMERIC
035000        AND PAR-COMPANIA-ID NOT = SPACES
035100         MOVE "S" TO WS-PARAMETROS-VALIDOS
035200     END-IF.
035300     IF WS-FS-PARAMETROS = "00" OR WS-FS-PARAMETROS = "10"
035400         CLOSE ARCHIVO-PARAMETROS
035500     END-IF.
035600     IF NOT PARAMETROS-VALIDOS
035700         MOVE "ACH PARAMETERS MISSING OR INVALID - NO PRENOTES"
035800             TO LINEA-AVISO
035900         WRITE LINEA-REPORTE FROM SPACES
036000         WRITE LINEA-REPORTE FROM LINEA-AVISO
036100         DISPLAY "vendor-ach-parameters MISSING OR INVALID -"
036200             " NO PRENOTE FILE WRITTEN"
036300     END-IF.
036400
036500 POSICIONAR-PRIMER-BANCO.
036600     MOVE "N" TO WS-EOF-BANCOS.
036700     MOVE ZEROES TO BCO-NUMERO-PROVEEDOR.
036800     START ARCHIVO-BANCOS
036900         KEY IS NOT LESS BCO-NUMERO-PROVEEDOR
037000         INVALID KEY
037100             MOVE "S" TO WS-EOF-BANCOS
037200     END-START.
037300
037400*------------------------------------------------
037500* Section 1 - accounts approved since the last run
037600* go out as prenotes.
037700*------------------------------------------------
037800 ENVIAR-PRENOTAS.
037900     WRITE LINEA-REPORTE FROM SPACES.
038000     MOVE "PRENOTES WRITTEN TO THE NACHA FILE" TO SEC-TITULO.
038100     WRITE LINEA-REPORTE FROM LINEA-SECCION.
038200     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
038300     MOVE ZEROES TO WS-SUMA-RUTAS.
038400     PERFORM POSICIONAR-PRIMER-BANCO.
038500     PERFORM REVISAR-BANCO-POR-ENVIAR
038600         UNTIL EOF-BANCOS.
038700     IF LOTE-ABIERTO
038800         PERFORM CERRAR-ARCHIVO-NACHA
038900     END-IF.
039000     MOVE WS-CONTADOR-ENVIADOS TO SEC-CONTADOR.
039100     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
039200
039300 REVISAR-BANCO-POR-ENVIAR.
039400     READ ARCHIVO-BANCOS NEXT RECORD
039500         AT END
039600             MOVE "S" TO WS-EOF-BANCOS
039700         NOT AT END
039800             IF PRENOTA-POR-ENVIAR
039900                 PERFORM ENVIAR-UNA-PRENOTA
040000             END-IF
040100     END-READ.
040200
040300 ENVIAR-UNA-PRENOTA.
040400     PERFORM LEER-PROVEEDOR-DEL-BANCO.
040500     PERFORM ENMASCARAR-CUENTA-APROBADA.
040600     MOVE BCO-NUMERO-PROVEEDOR TO DET-NUMERO.
040700     MOVE NOMBRE-PROVEEDOR TO DET-NOMBRE.
040800     MOVE BCO-RUTA-APROBADA TO DET-RUTA.
040900     MOVE WS-CUENTA-ENMASCARADA TO DET-CUENTA.
041000     IF NOT PROVEEDOR-EXISTE
041100         MOVE "NOT ON MASTER" TO DET-NOTA
041200         ADD 1 TO WS-CONTADOR-OMITIDOS
041300         WRITE LINEA-REPORTE FROM LINEA-DETALLE
041400     ELSE
041500         IF BCO-RUTA-APROBADA IS NOT NUMERIC
041600            OR WS-CONTADOR-ENVIADOS = 9999
041700             MOVE "NOT SENT" TO DET-NOTA
041800             ADD 1 TO WS-CONTADOR-OMITIDOS
041900             WRITE LINEA-REPORTE FROM LINEA-DETALLE
042000         ELSE
042100             PERFORM GRABAR-ENTRADA-NACHA
042200         END-IF
042300     END-IF.
042400
042500 LEER-PROVEEDOR-DEL-BANCO.
042600     MOVE "N" TO WS-PROVEEDOR-EXISTE.
042700     MOVE BCO-NUMERO-PROVEEDOR TO NUMERO-PROVEEDOR.
042800     READ ARCHIVO-PROVEEDOR
042900         KEY IS NUMERO-PROVEEDOR
043000         INVALID KEY
043100             MOVE "(NOT ON FILE)" TO NOMBRE-PROVEEDOR
043200         NOT INVALID KEY
043300             MOVE "S" TO WS-PROVEEDOR-EXISTE
043400     END-READ.
043500
043600 GRABAR-ENTRADA-NACHA.
043700     IF NOT LOTE-ABIERTO
043800         PERFORM ABRIR-ARCHIVO-NACHA
043900     END-IF.
044000     ADD 1 TO WS-CONTADOR-ENVIADOS.
044100     MOVE PAR-ODFI-RUTA TO WS-RASTREO-ODFI.
044200     MOVE WS-DIA-DEL-ANO TO WS-RASTREO-DIA.
044300     MOVE WS-CONTADOR-ENVIADOS TO WS-RASTREO-NUMERO.
044400     IF BCO-TIPO-CUENTA-APROBADO = "S"
044500         MOVE "33" TO ACH-DE-CODIGO-TRANSACCION
044600     ELSE
044700         MOVE "23" TO ACH-DE-CODIGO-TRANSACCION
044800     END-IF.
044900     MOVE BCO-RUTA-APROBADA(1:8) TO ACH-DE-RUTA.
045000     MOVE BCO-RUTA-APROBADA(9:1) TO ACH-DE-DIGITO-CONTROL.
045100     MOVE BCO-CUENTA-APROBADA TO ACH-DE-CUENTA.
045200     MOVE SPACES TO ACH-DE-IDENTIFICACION.
045300     MOVE BCO-NUMERO-PROVEEDOR TO ACH-DE-IDENTIFICACION(1:5).
045400     MOVE NOMBRE-PROVEEDOR TO ACH-DE-NOMBRE.
045500     MOVE WS-RASTREO TO ACH-DE-RASTREO.
045600     WRITE REGISTRO-PRENOTA FROM ACH-DETALLE.
045700     ADD 1 TO WS-CONTADOR-REGISTROS.
045800     MOVE BCO-RUTA-APROBADA(1:8) TO WS-RUTA-RDFI.
045900     ADD WS-RUTA-RDFI TO WS-SUMA-RUTAS.
046000     MOVE "N" TO BCO-PRENOTA-ESTADO.
046100     MOVE WS-FECHA-HOY TO BCO-PRENOTA-FECHA.
046200     MOVE WS-RASTREO TO BCO-PRENOTA-RASTREO.
046300     MOVE SPACES TO BCO-PRENOTA-CODIGO.
046400     MOVE ZEROES TO BCO-PRENOTA-RESPUESTA-FECHA.
046500     REWRITE REGISTRO-BANCO
046600         INVALID KEY
046700             DISPLAY "ERROR REWRITING BANK RECORD: "
046800                 BCO-NUMERO-PROVEEDOR
046900         NOT INVALID KEY
047000             MOVE WS-RASTREO TO DET-NOTA
047100             WRITE LINEA-REPORTE FROM LINEA-DETALLE
047200             MOVE SPACES TO AUD-VALOR-NUEVO
047300             STRING "SENT TRACE " WS-RASTREO
047400                 DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
047500             MOVE "BCO-PRENOTA" TO AUD-ACCION
047600             PERFORM ESCRIBIR-AUDITORIA
047700     END-REWRITE.
047800
047900 ABRIR-ARCHIVO-NACHA.
048000     MOVE "S" TO WS-LOTE-ABIERTO.
048100     MOVE PAR-DESTINO-RUTA TO ACH-CA-DESTINO.
048200     MOVE PAR-ORIGEN-ID TO ACH-CA-ORIGEN.
048300     MOVE WS-FECHA-HOY(3:6) TO ACH-CA-FECHA.
048400     MOVE WS-CDT-HORA(1:4) TO ACH-CA-HORA.
048500     MOVE PAR-DESTINO-NOMBRE TO ACH-CA-NOMBRE-DESTINO.
048600     MOVE PAR-ORIGEN-NOMBRE TO ACH-CA-NOMBRE-ORIGEN.
048700     WRITE REGISTRO-PRENOTA FROM ACH-CABECERA-ARCHIVO.
048800     MOVE PAR-COMPANIA-NOMBRE TO ACH-CL-COMPANIA-NOMBRE.
048900     MOVE PAR-COMPANIA-ID TO ACH-CL-COMPANIA-ID.
049000     MOVE WS-FECHA-EFECTIVA(3:6) TO ACH-CL-FECHA-EFECTIVA.
049100     MOVE PAR-ODFI-RUTA TO ACH-CL-ODFI.
049200     WRITE REGISTRO-PRENOTA FROM ACH-CABECERA-LOTE.
049300     MOVE 2 TO WS-CONTADOR-REGISTROS.
049400
049500 CERRAR-ARCHIVO-NACHA.
049600*    Entry hash is the sum of the eight-digit RDFI
049700*    routing numbers, keeping the low ten digits.
049800     MOVE WS-CONTADOR-ENVIADOS TO ACH-CO-ENTRADAS.
049900     MOVE WS-SUMA-RUTAS TO ACH-CO-SUMA-RUTAS.
050000     MOVE PAR-COMPANIA-ID TO ACH-CO-COMPANIA-ID.
050100     MOVE PAR-ODFI-RUTA TO ACH-CO-ODFI.
050200     WRITE REGISTRO-PRENOTA FROM ACH-CONTROL-LOTE.
050300     ADD 2 TO WS-CONTADOR-REGISTROS.
050400     DIVIDE WS-CONTADOR-REGISTROS BY 10
050500         GIVING WS-CONTADOR-BLOQUES REMAINDER WS-RESTO-BLOQUE.
050600     IF WS-RESTO-BLOQUE > ZEROES
050700         ADD 1 TO WS-CONTADOR-BLOQUES
050800     END-IF.
050900     MOVE WS-CONTADOR-BLOQUES TO ACH-CF-BLOQUES.
051000     MOVE WS-CONTADOR-ENVIADOS TO ACH-CF-ENTRADAS.
051100     MOVE WS-SUMA-RUTAS TO ACH-CF-SUMA-RUTAS.
051200     WRITE REGISTRO-PRENOTA FROM ACH-CONTROL-ARCHIVO.
051300     PERFORM UNTIL WS-RESTO-BLOQUE = ZEROES
051400                OR WS-RESTO-BLOQUE = 10
051500         WRITE REGISTRO-PRENOTA FROM ACH-RELLENO
051600         ADD 1 TO WS-RESTO-BLOQUE
051700     END-PERFORM.
051800
051900*------------------------------------------------
052000* Section 2 - outstanding prenotes whose period has
052100* passed with no return are released to AP.
052200*------------------------------------------------
052300 LIBERAR-PRENOTAS-VENCIDAS.
052400     WRITE LINEA-REPORTE FROM SPACES.
052500     MOVE "PRENOTE PERIOD PASSED - RELEASED TO AP"
052600         TO SEC-TITULO.
052700     WRITE LINEA-REPORTE FROM LINEA-SECCION.
052800     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
052900     PERFORM POSICIONAR-PRIMER-BANCO.
053000     PERFORM REVISAR-PRENOTA-VENCIDA
053100         UNTIL EOF-BANCOS.
053200     MOVE WS-CONTADOR-LIBERADOS TO SEC-CONTADOR.
053300     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
053400
053500 REVISAR-PRENOTA-VENCIDA.
053600     READ ARCHIVO-BANCOS NEXT RECORD
053700         AT END
053800             MOVE "S" TO WS-EOF-BANCOS
053900         NOT AT END
054000             IF PRENOTA-PENDIENTE
054100                AND BCO-PRENOTA-FECHA > ZEROES
054200                AND FUNCTION INTEGER-OF-DATE(BCO-PRENOTA-FECHA)
054300                    + WS-DIAS-PRENOTA <= WS-DIAS-HOY
054400                 PERFORM LIBERAR-UNA-PRENOTA
054500             END-IF
054600     END-READ.
054700
054800 LIBERAR-UNA-PRENOTA.
054900     PERFORM LEER-PROVEEDOR-DEL-BANCO.
055000     PERFORM ENMASCARAR-CUENTA-APROBADA.
055100     MOVE SPACE TO BCO-PRENOTA-ESTADO.
055200     REWRITE REGISTRO-BANCO
055300         INVALID KEY
055400             DISPLAY "ERROR REWRITING BANK RECORD: "
055500                 BCO-NUMERO-PROVEEDOR
055600         NOT INVALID KEY
055700             ADD 1 TO WS-CONTADOR-LIBERADOS
055800             MOVE BCO-NUMERO-PROVEEDOR TO DET-NUMERO
055900             MOVE NOMBRE-PROVEEDOR TO DET-NOMBRE
056000             MOVE BCO-RUTA-APROBADA TO DET-RUTA
056100             MOVE WS-CUENTA-ENMASCARADA TO DET-CUENTA
056200             MOVE BCO-PRENOTA-RASTREO TO DET-NOTA
056300             WRITE LINEA-REPORTE FROM LINEA-DETALLE
056400             MOVE SPACES TO AUD-VALOR-NUEVO
056500             STRING "NO RETURN BY " WS-FECHA-HOY
056600                 DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
056700             MOVE "BCO-PRENOT-OK" TO AUD-ACCION
056800             PERFORM ESCRIBIR-AUDITORIA
056900     END-REWRITE.
057000
057100 ENMASCARAR-CUENTA-APROBADA.
057200*    Everything but the last four keyed digits is
057300*    starred out for the report and the audit log.
057400     MOVE BCO-CUENTA-APROBADA TO WS-CUENTA-ENMASCARADA.
057500     MOVE WS-CUENTA-ENMASCARADA TO WS-CUENTA-TRABAJO.
057600     PERFORM CONTAR-LARGO-CUENTA.
057700     IF WS-LARGO-CUENTA > 4
057800         COMPUTE WS-LARGO-CUENTA = WS-LARGO-CUENTA - 4
057900         MOVE ALL "*" TO
058000             WS-CUENTA-ENMASCARADA(1:WS-LARGO-CUENTA)
058100     END-IF.
058200
058300 CONTAR-LARGO-CUENTA.
058400*    Length of the keyed value in WS-CUENTA-TRABAJO,
058500*    ignoring trailing spaces.
058600     MOVE ZEROES TO WS-LARGO-CUENTA.
058700     MOVE 17 TO WS-INDICE-CUENTA.
058800     PERFORM UNTIL WS-INDICE-CUENTA < 1
058900                OR WS-LARGO-CUENTA > ZEROES
059000         IF WS-CUENTA-TRABAJO(WS-INDICE-CUENTA:1) NOT = SPACE
059100             MOVE WS-INDICE-CUENTA TO WS-LARGO-CUENTA
059200         ELSE
059300             SUBTRACT 1 FROM WS-INDICE-CUENTA
059400         END-IF
059500     END-PERFORM.
059600
059700 ESCRIBIR-AUDITORIA.
059800*    The caller has set the action and the new-value
059900*    text; the masked account rides in the old-value
060000*    column so the history never carries the full
060100*    account number.
060200     MOVE BCO-NUMERO-PROVEEDOR TO AUD-NUMERO-PROVEEDOR.
060300     MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID.
060400     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
060500     MOVE WS-CDT-FECHA TO AUD-FECHA.
060600     MOVE WS-CDT-HORA TO AUD-HORA.
060700     MOVE "PRENOTA" TO AUD-CAMPO-MODIFICADO.
060800     MOVE WS-CUENTA-ENMASCARADA TO AUD-VALOR-ANTERIOR.
060900     MOVE ZEROES TO AUD-SECUENCIA.
061000     OPEN I-O ARCHIVO-AUDITORIA.
061100     PERFORM GRABAR-ENTRADA-AUDITORIA.
061200     CLOSE ARCHIVO-AUDITORIA.
061300
061400 GRABAR-ENTRADA-AUDITORIA.
061500*    Entries written in the same second for the same
061600*    vendor share a date and time, so the sequence
061700*    is stepped until the key is free.
061800     MOVE "N" TO WS-AUDITORIA-GRABADA.
061900     PERFORM UNTIL AUDITORIA-GRABADA
062000         WRITE REGISTRO-AUDITORIA
062100             INVALID KEY
062200                 IF AUD-SECUENCIA = 999
062300                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
062400                         AUD-NUMERO-PROVEEDOR
062500                     MOVE "S" TO WS-AUDITORIA-GRABADA
062600                 ELSE
062700                     ADD 1 TO AUD-SECUENCIA
062800                 END-IF
062900             NOT INVALID KEY
063000                 MOVE "S" TO WS-AUDITORIA-GRABADA
063100         END-WRITE
063200     END-PERFORM.
