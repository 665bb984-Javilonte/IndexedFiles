001600* BAJA-LOTE as deactivations; anything else
001700* (archive, restore, address, banking, merge)
001800* lands in the OTHER column.
001810* Entries the year-end rollover has moved out of
001820* the current log are picked up from the yearly
001830* history files (vendor-audit-log-YYYY) for every
001840* past year the date range touches, so a range
001850* reaching back across a year end still counts in
001860* full.
001800*------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
003000             WITH DUPLICATES
003100         ACCESS MODE IS DYNAMIC.
003200
003300     SELECT OPTIONAL ARCHIVO-AUDITORIA
003400         ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
003500         ORGANIZATION IS INDEXED
003510         RECORD KEY IS AUD-LLAVE
003520         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
003530             WITH DUPLICATES
003540         ACCESS MODE IS DYNAMIC.
003600
003700     SELECT REPORTE-ACTIVIDAD
003800         ASSIGN TO "vendor-activity-report"
006700 01  CAMPO-FECHA PIC X(8).
006800 01  WS-FECHA-DESDE PIC 9(8) VALUE ZEROES.
006900 01  WS-FECHA-HASTA PIC 9(8) VALUE ZEROES.
006910
006920* The current log carries no suffix; a history
006930* year is read by hanging -YYYY on the same name.
006940 01  WS-NOMBRE-AUDITORIA.
006950     05 WS-NOMBRE-BASE PIC X(16) VALUE "vendor-audit-log".
006960     05 WS-NOMBRE-SUFIJO.
006970         10 WS-NOMBRE-GUION PIC X(1).
006980         10 WS-NOMBRE-ANIO PIC 9(4).
006985
006988 01  WS-ANIO-DESDE PIC 9(4) VALUE ZEROES.
006990 01  WS-ANIO-HASTA PIC 9(4) VALUE ZEROES.
006992 01  WS-ANIO-HISTORIA PIC 9(4) VALUE ZEROES.
006994
006996 01  WS-FECHA-HORA-SISTEMA.
006997     05 WS-CDT-FECHA PIC 9(8).
006998     05 WS-CDT-RESTO PIC X(13).
007000
007100 01  WS-TOTAL-ENTRADAS PIC 9(6) VALUE ZEROES.
007200 01  WS-INDICE PIC 9(3) VALUE ZEROES.
015300 PROGRAMA-INICIO.
015400     PERFORM INGRESAR-FECHA-DESDE.
015500     PERFORM INGRESAR-FECHA-HASTA.
015700     OPEN INPUT ARCHIVO-PROVEEDOR.
015800     OPEN OUTPUT REPORTE-ACTIVIDAD.
015900     MOVE WS-FECHA-DESDE TO ENC1-DESDE.
016400     PERFORM IMPRIMIR-CONTEOS-POR-OPERADOR.
016500     PERFORM IMPRIMIR-CAMPOS-MAS-CAMBIADOS.
016600     PERFORM IMPRIMIR-TOTALES-MAESTRO.
016800     CLOSE ARCHIVO-PROVEEDOR.
016900     CLOSE REPORTE-ACTIVIDAD.
017000     DISPLAY "ACTIVITY REPORT COMPLETE - AUDIT ENTRIES"
020500
020600*------------------------------------------------
020700* One pass over the audit log accumulates all
020800* three breakdowns - first over each history year
020810* the range reaches back into, then over the
020820* current log.
020900*------------------------------------------------
021000 ACUMULAR-ENTRADAS-AUDITORIA.
021010     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
021015     MOVE WS-FECHA-DESDE(1:4) TO WS-ANIO-DESDE.
021020     MOVE WS-CDT-FECHA(1:4) TO WS-ANIO-HASTA.
021030     SUBTRACT 1 FROM WS-ANIO-HASTA.
021040     IF WS-FECHA-HASTA(1:4) < WS-ANIO-HASTA
021050         MOVE WS-FECHA-HASTA(1:4) TO WS-ANIO-HASTA
021060     END-IF.
021070     PERFORM ACUMULAR-ANIO-HISTORIA
021080         VARYING WS-ANIO-HISTORIA FROM WS-ANIO-DESDE
021090         BY 1 UNTIL WS-ANIO-HISTORIA > WS-ANIO-HASTA.
021100     MOVE SPACES TO WS-NOMBRE-SUFIJO.
021110     PERFORM ACUMULAR-ARCHIVO-AUDITORIA.
021120
021130 ACUMULAR-ANIO-HISTORIA.
021140     MOVE "-" TO WS-NOMBRE-GUION.
021150     MOVE WS-ANIO-HISTORIA TO WS-NOMBRE-ANIO.
021160     PERFORM ACUMULAR-ARCHIVO-AUDITORIA.
021170
021180 ACUMULAR-ARCHIVO-AUDITORIA.
021190*    A history year never rolled off has no file;
021200*    the optional open leaves it empty.
021210     MOVE "N" TO WS-EOF-AUDITORIA.
021220     OPEN INPUT ARCHIVO-AUDITORIA.
021230     MOVE ZEROES TO AUD-LLAVE.
021240     START ARCHIVO-AUDITORIA KEY IS NOT LESS AUD-LLAVE
021250         INVALID KEY
021260             MOVE "S" TO WS-EOF-AUDITORIA
021270     END-START.
021280     PERFORM LEER-ENTRADA-AUDITORIA
021290         UNTIL EOF-AUDITORIA.
021300     CLOSE ARCHIVO-AUDITORIA.
021400
021500 LEER-ENTRADA-AUDITORIA.
021600     READ ARCHIVO-AUDITORIA NEXT RECORD
021700         AT END
021800             MOVE "S" TO WS-EOF-AUDITORIA
021900         NOT AT END
