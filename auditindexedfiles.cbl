001000* for vendors no longer on file are still shown.
001100* MODIFICACION entries that carry a field name are
001200* printed with their before and after values.
001209* The log is read by key: a vendor selection
001218* starts at that vendor's first entry and an
001227* operator selection at that operator's first
001236* entry on the alternate index, each stopping as
001245* soon as the key changes. Entries the year-end
001254* rollover has moved to the yearly history files
001263* (vendor-audit-log-YYYY) are reached by naming the
001272* first year to include; a date range pulls in the
001281* history years it spans on its own. History years
001290* are read oldest first, then the current log.
001300*------------------------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
002320             WITH DUPLICATES
002400         ACCESS MODE IS DYNAMIC.
002500
002600     SELECT OPTIONAL ARCHIVO-AUDITORIA
002700         ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
002800         ORGANIZATION IS INDEXED
002820         RECORD KEY IS AUD-LLAVE
002840         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
002860             WITH DUPLICATES
002880         ACCESS MODE IS DYNAMIC.
002900
003000     SELECT REPORTE-AUDITORIA
003100         ASSIGN TO "vendor-audit-report"
007700 01  WS-CONTADOR-PAGINAS PIC 9(4) VALUE ZEROES.
007800 01  WS-LINEAS-POR-PAGINA PIC 9(2) VALUE 50.
007900 01  WS-TOTAL-ENTRADAS PIC 9(5) VALUE ZEROES.
007904
007908* The current log carries no suffix; a history
007912* year is read by hanging -YYYY on the same name.
007916 01  WS-NOMBRE-AUDITORIA.
007920     05 WS-NOMBRE-BASE PIC X(16) VALUE "vendor-audit-log".
007924     05 WS-NOMBRE-SUFIJO.
007928         10 WS-NOMBRE-GUION PIC X(1).
007932         10 WS-NOMBRE-ANIO PIC 9(4).
007936
007940 01  CAMPO-ANIO PIC X(4).
007944 01  WS-ANIO-DESDE PIC 9(4) VALUE ZEROES.
007948 01  WS-ANIO-HASTA PIC 9(4) VALUE ZEROES.
007952 01  WS-ANIO-HISTORIA PIC 9(4) VALUE ZEROES.
007956
007960 01  WS-FECHA-HORA-SISTEMA.
007964     05 WS-CDT-FECHA PIC 9(8).
007968     05 WS-CDT-RESTO PIC X(13).
008000
008100 01  LINEA-ENCABEZADO-1.
008200     05 FILLER PIC X(30)
012500 PROGRAMA-INICIO.
012600     PERFORM INGRESAR-MODO-SELECCION.
012700     PERFORM INGRESAR-VALORES-SELECCION.
012710     PERFORM INGRESAR-ANIOS-HISTORIA.
012800     OPEN INPUT ARCHIVO-PROVEEDOR.
013000     OPEN OUTPUT REPORTE-AUDITORIA.
013100     PERFORM IMPRIMIR-ENCABEZADO.
013110     PERFORM PROCESAR-ANIO-HISTORIA
013120         VARYING WS-ANIO-HISTORIA FROM WS-ANIO-DESDE BY 1
013130         UNTIL WS-ANIO-HISTORIA > WS-ANIO-HASTA.
013140     MOVE SPACES TO WS-NOMBRE-SUFIJO.
013150     PERFORM PROCESAR-ARCHIVO-AUDITORIA.
013500     PERFORM IMPRIMIR-TOTAL.
013600     CLOSE ARCHIVO-PROVEEDOR.
013800     CLOSE REPORTE-AUDITORIA.
013900     DISPLAY "HISTORY REPORT COMPLETE - ENTRIES PRINTED: "
014000         WS-TOTAL-ENTRADAS.
021500         END-IF
021600     END-PERFORM.
021700
021701 INGRESAR-ANIOS-HISTORIA.
021702*    History years run from the first year asked
021703*    for up to last year; this year is still in the
021704*    current log. A date range sets its own years.
021705     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
021706     MOVE WS-CDT-FECHA(1:4) TO WS-ANIO-HASTA.
021707     SUBTRACT 1 FROM WS-ANIO-HASTA.
021708     IF SELECCION-POR-FECHAS
021709         MOVE WS-FECHA-DESDE(1:4) TO WS-ANIO-DESDE
021710         IF WS-FECHA-HASTA(1:4) < WS-ANIO-HASTA
021711             MOVE WS-FECHA-HASTA(1:4) TO WS-ANIO-HASTA
021712         END-IF
021713     ELSE
021714         PERFORM INGRESAR-ANIO-DESDE
021715     END-IF.
021716
021717 INGRESAR-ANIO-DESDE.
021718     MOVE "N" TO WS-CAMPO-VALIDO.
021719     PERFORM UNTIL CAMPO-ES-VALIDO
021720         DISPLAY "INCLUDE HISTORY FROM YEAR (YYYY)"
021721         DISPLAY "(BLANK = CURRENT LOG ONLY)"
021722         MOVE SPACES TO CAMPO-ANIO
021723         ACCEPT CAMPO-ANIO
021724         IF CAMPO-ANIO = SPACES
021725             MOVE WS-ANIO-HASTA TO WS-ANIO-DESDE
021726             ADD 1 TO WS-ANIO-DESDE
021727             MOVE "S" TO WS-CAMPO-VALIDO
021728         ELSE
021729             IF CAMPO-ANIO IS NUMERIC
021730                 MOVE CAMPO-ANIO TO WS-ANIO-DESDE
021731                 MOVE "S" TO WS-CAMPO-VALIDO
021732             ELSE
021733                 DISPLAY "INVALID YEAR - USE YYYY"
021734             END-IF
021735         END-IF
021736     END-PERFORM.
021737
021738 PROCESAR-ANIO-HISTORIA.
021739     MOVE "-" TO WS-NOMBRE-GUION.
021740     MOVE WS-ANIO-HISTORIA TO WS-NOMBRE-ANIO.
021741     PERFORM PROCESAR-ARCHIVO-AUDITORIA.
021742
021743 PROCESAR-ARCHIVO-AUDITORIA.
021744*    A history year never rolled off has no file;
021745*    the optional open leaves it empty and the
021746*    positioning finds nothing.
021747     OPEN INPUT ARCHIVO-AUDITORIA.
021748     PERFORM LEER-PRIMERA-ENTRADA.
021749     PERFORM PROCESAR-ENTRADAS
021750         UNTIL EOF-AUDITORIA.
021751     CLOSE ARCHIVO-AUDITORIA.
021752
021753 LEER-PRIMERA-ENTRADA.
021754     MOVE "N" TO WS-EOF-AUDITORIA.
021755     IF SELECCION-POR-OPERADOR
021756         MOVE WS-OPERADOR-SELECCION TO AUD-OPERADOR-ID
021757         START ARCHIVO-AUDITORIA KEY IS = AUD-OPERADOR-ID
021758             INVALID KEY
021759                 MOVE "S" TO WS-EOF-AUDITORIA
021760         END-START
021761     ELSE
021762         MOVE ZEROES TO AUD-LLAVE
021763         IF SELECCION-POR-NUMERO
021764             MOVE WS-NUMERO-SELECCION TO AUD-NUMERO-PROVEEDOR
021765         END-IF
021766         START ARCHIVO-AUDITORIA KEY IS NOT LESS AUD-LLAVE
021767             INVALID KEY
021768                 MOVE "S" TO WS-EOF-AUDITORIA
021769         END-START
021770     END-IF.
021771     IF NOT EOF-AUDITORIA
021772         PERFORM LEER-SIGUIENTE-ENTRADA
021773     END-IF.
021774
022500 PROCESAR-ENTRADAS.
022600     PERFORM SELECCIONAR-ENTRADA.
022700     IF ENTRADA-SELECCIONADA
022800         PERFORM IMPRIMIR-ENTRADA-AUDITORIA
022900     END-IF.
023000     PERFORM LEER-SIGUIENTE-ENTRADA.
023010
023020 LEER-SIGUIENTE-ENTRADA.
023030*    A vendor or operator selection is a run of
023040*    keys; the first entry past it ends the file.
023050     READ ARCHIVO-AUDITORIA NEXT RECORD
023100         AT END
023200             MOVE "S" TO WS-EOF-AUDITORIA
023210         NOT AT END
023220             IF SELECCION-POR-NUMERO
023230                AND AUD-NUMERO-PROVEEDOR NOT = WS-NUMERO-SELECCION
023240                 MOVE "S" TO WS-EOF-AUDITORIA
023250             END-IF
023260             IF SELECCION-POR-OPERADOR
023270                AND AUD-OPERADOR-ID NOT = WS-OPERADOR-SELECCION
023280                 MOVE "S" TO WS-EOF-AUDITORIA
023290             END-IF
023300     END-READ.
023400
023500 SELECCIONAR-ENTRADA.
