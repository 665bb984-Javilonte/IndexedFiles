000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDRECONS01 INITIAL.
000300*------------------------------------------------
000400* Vendor record "as of" a date.
000500* Takes a vendor number and an as-of date and
000600* rebuilds the full vendor record as it stood at
000700* the close of that day. It starts from the current
000800* REGISTRO-PROVEEDOR (or the archived record when
000900* the vendor has since been archived) and undoes
001000* every later MODIFICACION, MODIF-LOTE and FUSION
001100* entry from AUD-CAMPO-MODIFICADO and
001200* AUD-VALOR-ANTERIOR, and every later hold, release,
001300* deactivation and restore through the status they
001400* imply. The vendor's entries are read by key from
001500* the current audit log and from each yearly
001600* history file back to the year the vendor was
001700* added, oldest first.
001800* Each field is shown with its as-of value, its
001900* current value and whether it is the same, was
002000* rebuilt, or is UNCERTAIN, with the reason:
002100*   - a change entry with no field detail (written
002200*     before field-level auditing existed) leaves
002300*     every editable field in doubt from there on;
002400*   - a release gives back the held status but not
002500*     the hold reason or release date, which were
002600*     never audited;
002700*   - a deactivation does not say whether the
002800*     vendor was active or on hold before it, unless
002900*     an earlier entry does;
003000*   - a vendor with no add entry on the log was
003100*     carried in by the conversion jobs, which
003200*     stamped the add date and set the tax ID, 1099
003300*     flag and class code without auditing them, and
003400*     an as-of date before its first entry predates
003500*     the audit trail altogether.
003600* Address and bank changes after the date are
003700* listed below the record; they live in their own
003800* files and are not part of the rebuilt record.
003900* Every vendor looked at in the session goes on
004000* the printed report, one page each.
004100*------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500
004600     SELECT ARCHIVO-PROVEEDOR
004700         ASSIGN TO "vendor-file"
004800         ORGANIZATION IS INDEXED
004900         RECORD KEY IS NUMERO-PROVEEDOR
005000         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
005100             WITH DUPLICATES
005200         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
005300             WITH DUPLICATES
005400         ACCESS MODE IS DYNAMIC.
005500
005600     SELECT OPTIONAL ARCHIVO-ARCHIVADO
005700         ASSIGN TO "vendor-archive"
005800         ORGANIZATION IS INDEXED
005900         RECORD KEY IS ARCH-NUMERO-PROVEEDOR
006000         ACCESS MODE IS DYNAMIC.
006100
006200     SELECT OPTIONAL ARCHIVO-AUDITORIA
006300         ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
006400         ORGANIZATION IS INDEXED
006500         RECORD KEY IS AUD-LLAVE
006600         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
006700             WITH DUPLICATES
006800         ACCESS MODE IS DYNAMIC.
006900
007000     SELECT REPORTE-RECONSTRUCCION
007100         ASSIGN TO "vendor-asof-report"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600
007700 FD ARCHIVO-PROVEEDOR
007800         LABEL RECORDS ARE STANDARD.
007900     COPY VENDREC.
008000
008100 FD ARCHIVO-ARCHIVADO
008200         LABEL RECORDS ARE STANDARD.
008300 01  REGISTRO-ARCHIVADO.
008400     05 ARCH-NUMERO-PROVEEDOR PIC 9(5).
008500     05 ARCH-NOMBRE-PROVEEDOR PIC X(30).
008600     05 ARCH-DIRECCION-PROVEEDOR-1 PIC X(30).
008700     05 ARCH-DIRECCION-PROVEEDOR-2 PIC X(30).
008800     05 ARCH-CIUDAD-PROVEEDOR PIC X(20).
008900     05 ARCH-ESTADO-PROVEEDOR PIC X(2).
009000     05 ARCH-CODIGO-POSTAL-PROVEEDOR PIC X(10).
009100     05 ARCH-CONTACTO-PROVEEDOR PIC X(30).
009200     05 ARCH-TELEFONO-PROVEEDOR PIC X(15).
009300     05 ARCH-SITUACION-PROVEEDOR PIC X(1).
009400     05 ARCH-FECHA-ALTA-PROVEEDOR PIC 9(8).
009500     05 ARCH-FECHA-ULTIMO-CAMBIO PIC 9(8).
009600     05 ARCH-MOTIVO-ESPERA PIC X(30).
009700     05 ARCH-FECHA-LIBERACION PIC 9(8).
009800     05 ARCH-ID-FISCAL PIC X(11).
009900     05 ARCH-MARCA-1099 PIC X(1).
010000     05 ARCH-CLASE PIC X(3).
010100
010200 FD ARCHIVO-AUDITORIA
010300         LABEL RECORDS ARE STANDARD.
010400     COPY VENDAUD.
010500
010600 FD REPORTE-RECONSTRUCCION
010700         LABEL RECORDS ARE STANDARD.
010800 01  LINEA-REPORTE PIC X(132).
010900
011000 WORKING-STORAGE SECTION.
011100
011200 01  CAMPO-NUMERO-PROVEEDOR PIC X(5).
011300 01  CAMPO-FECHA PIC X(8).
011400 01  WS-NUMERO-CONSULTA PIC 9(5) VALUE ZEROES.
011500 01  WS-FECHA-CONSULTA PIC 9(8) VALUE ZEROES.
011600
011700 01  WS-CAMPO-VALIDO PIC X VALUE "N".
011800     88 CAMPO-ES-VALIDO VALUE "S".
011900
012000 01  WS-FIN-CONSULTA PIC X VALUE "N".
012100     88 FIN-CONSULTA VALUE "S".
012200
012300 01  WS-EOF-AUDITORIA PIC X VALUE "N".
012400     88 EOF-AUDITORIA VALUE "S".
012500
012600 01  WS-PROVEEDOR-ENCONTRADO PIC X VALUE "N".
012700     88 PROVEEDOR-ENCONTRADO VALUE "S".
012800
012900 01  WS-ORIGEN-REGISTRO PIC X(7) VALUE SPACES.
013000
013100* The current log carries no suffix; a history
013200* year is read by hanging -YYYY on the same name.
013300 01  WS-NOMBRE-AUDITORIA.
013400     05 WS-NOMBRE-BASE PIC X(16) VALUE "vendor-audit-log".
013500     05 WS-NOMBRE-SUFIJO.
013600         10 WS-NOMBRE-GUION PIC X(1).
013700         10 WS-NOMBRE-ANIO PIC 9(4).
013800
013900 01  WS-ANIO-DESDE PIC 9(4) VALUE ZEROES.
014000 01  WS-ANIO-HASTA PIC 9(4) VALUE ZEROES.
014100 01  WS-ANIO-HISTORIA PIC 9(4) VALUE ZEROES.
014200
014300 01  WS-FECHA-HORA-SISTEMA.
014400     05 WS-CDT-FECHA PIC 9(8).
014500     05 WS-CDT-RESTO PIC X(13).
014600
014700* What the vendor's audit entries told us.
014800 01  WS-ALTA-ENCONTRADA PIC X VALUE "N".
014900     88 ALTA-ENCONTRADA VALUE "S".
015000 01  WS-NO-EXISTIA PIC X VALUE "N".
015100     88 NO-EXISTIA-A-LA-FECHA VALUE "S".
015200 01  WS-EN-ARCHIVO PIC X VALUE "N".
015300     88 EN-ARCHIVO-A-LA-FECHA VALUE "S".
015400 01  WS-CAMBIO-POSTERIOR PIC X VALUE "N".
015500     88 HAY-CAMBIO-POSTERIOR VALUE "S".
015600 01  WS-FECHA-ALTA-LOG PIC 9(8) VALUE ZEROES.
015700 01  WS-PRIMERA-FECHA-LOG PIC 9(8) VALUE ZEROES.
015800 01  WS-FECHA-ULTIMO-PREVIO PIC 9(8) VALUE ZEROES.
015900 01  WS-SITUACION-PREVIA PIC X(1) VALUE SPACE.
016000 01  WS-SITUACION-IMPLICITA PIC X(1) VALUE SPACE.
016100
016200 01  WS-TIPO-ACCION PIC X(1) VALUE SPACE.
016300     88 ACCION-ALTA VALUE "A".
016400     88 ACCION-CAMBIO-CAMPO VALUE "C".
016500     88 ACCION-ESPERA VALUE "E".
016600     88 ACCION-LIBERACION VALUE "L".
016700     88 ACCION-BAJA VALUE "B".
016800     88 ACCION-RESTAURACION VALUE "R".
016900     88 ACCION-SATELITE VALUE "S".
017000     88 ACCION-OTRA VALUE "O".
017100
017200* One row per field of REGISTRO-PROVEEDOR. The
017300* field name is the one the change programs write
017400* into AUD-CAMPO-MODIFICADO; rows 9 to 13 are never
017500* changed field by field and are rebuilt from the
017600* status entries instead.
017700 01  WS-TOTAL-CAMPOS PIC 9(3) VALUE 16.
017800 01  WS-INDICE PIC 9(3) VALUE ZEROES.
017900 01  WS-INDICE-BUSCADO PIC 9(3) VALUE ZEROES.
018000 01  TABLA-RECONSTRUCCION.
018100     05 ENTRADA-CAMPO OCCURS 16 TIMES.
018200         10 REC-CAMPO PIC X(15).
018300         10 REC-ETIQUETA PIC X(16).
018400         10 REC-VALOR PIC X(30).
018500         10 REC-ACTUAL PIC X(30).
018600         10 REC-FIJADO PIC X(1).
018700         10 REC-DUDOSO PIC X(1).
018800         10 REC-NOTA PIC X(30).
018900
019000 01  WS-NOTA-DUDA PIC X(30) VALUE SPACES.
019100 01  WS-TOTAL-RECONSTRUIDOS PIC 9(3) VALUE ZEROES.
019200 01  WS-TOTAL-DUDOSOS PIC 9(3) VALUE ZEROES.
019300 01  WS-TOTAL-CONSULTAS PIC 9(5) VALUE ZEROES.
019400
019500* Address and bank entries after the as-of date,
019600* listed under the record.
019700 01  WS-TOTAL-SATELITES PIC 9(3) VALUE ZEROES.
019800 01  WS-SATELITES-OMITIDOS PIC 9(3) VALUE ZEROES.
019900 01  TABLA-SATELITES.
020000     05 ENTRADA-SATELITE OCCURS 20 TIMES.
020100         10 SAT-FECHA PIC 9(8).
020200         10 SAT-HORA PIC 9(6).
020300         10 SAT-OPERADOR PIC X(8).
020400         10 SAT-ACCION PIC X(13).
020500         10 SAT-CAMPO PIC X(15).
020600
020700 01  LINEA-ENCABEZADO-1.
020800     05 FILLER PIC X(30)
020900         VALUE "VENDOR RECORD AS OF DATE".
021000     05 FILLER PIC X(8) VALUE "VENDOR: ".
021100     05 ENC1-NUMERO PIC 9(5).
021200     05 FILLER PIC X(10) VALUE "  AS OF: ".
021300     05 ENC1-FECHA PIC 9(8).
021400     05 FILLER PIC X(11) VALUE "  SOURCE: ".
021500     05 ENC1-ORIGEN PIC X(7).
021600     05 FILLER PIC X(11) VALUE "  RUN ON: ".
021700     05 ENC1-FECHA-CORRIDA PIC 9(8).
021800
021900 01  LINEA-ENCABEZADO-2.
022000     05 FILLER PIC X(17) VALUE "FIELD".
022100     05 FILLER PIC X(31) VALUE "VALUE ON AS-OF DATE".
022200     05 FILLER PIC X(31) VALUE "CURRENT VALUE".
022300     05 FILLER PIC X(10) VALUE "STATUS".
022400     05 FILLER PIC X(30) VALUE "NOTE".
022500
022600 01  LINEA-DETALLE.
022700     05 DET-ETIQUETA PIC X(16).
022800     05 FILLER PIC X(1) VALUE SPACE.
022900     05 DET-VALOR PIC X(30).
023000     05 FILLER PIC X(1) VALUE SPACE.
023100     05 DET-ACTUAL PIC X(30).
023200     05 FILLER PIC X(1) VALUE SPACE.
023300     05 DET-ESTADO PIC X(9).
023400     05 FILLER PIC X(1) VALUE SPACE.
023500     05 DET-NOTA PIC X(30).
023600
023700 01  LINEA-MENSAJE.
023800     05 FILLER PIC X(4) VALUE "*** ".
023900     05 MEN-TEXTO PIC X(60).
024000     05 MEN-FECHA PIC X(8).
024100
024200 01  LINEA-SECCION.
024300     05 FILLER PIC X(9) VALUE "SECTION..".
024400     05 SEC-TITULO PIC X(60).
024500
024600 01  LINEA-SATELITE.
024700     05 FILLER PIC X(4) VALUE SPACES.
024800     05 SATL-FECHA PIC 9(8).
024900     05 FILLER PIC X(1) VALUE SPACE.
025000     05 SATL-HORA PIC 9(6).
025100     05 FILLER PIC X(1) VALUE SPACE.
025200     05 SATL-OPERADOR PIC X(8).
025300     05 FILLER PIC X(1) VALUE SPACE.
025400     05 SATL-ACCION PIC X(13).
025500     05 FILLER PIC X(1) VALUE SPACE.
025600     05 SATL-CAMPO PIC X(15).
025700
025800 01  LINEA-TOTAL.
025900     05 TOT-TITULO PIC X(30).
026000     05 TOT-CONTADOR PIC ZZ9.
026100
026200 PROCEDURE DIVISION.
026300 PROGRAMA-INICIO.
026400     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
026500     OPEN INPUT ARCHIVO-PROVEEDOR.
026600     OPEN INPUT ARCHIVO-ARCHIVADO.
026700     OPEN OUTPUT REPORTE-RECONSTRUCCION.
026800     PERFORM CONSULTAR-PROVEEDOR
026900         UNTIL FIN-CONSULTA.
027000     CLOSE ARCHIVO-PROVEEDOR.
027100     CLOSE ARCHIVO-ARCHIVADO.
027200     CLOSE REPORTE-RECONSTRUCCION.
027300     DISPLAY "AS-OF REPORT COMPLETE - VENDORS SHOWN: "
027400         WS-TOTAL-CONSULTAS.
027500
027600 PROGRAMA-TERMINADO.
027700     GOBACK.
027800
027900 CONSULTAR-PROVEEDOR.
028000     PERFORM INGRESAR-NUMERO-CONSULTA.
028100     IF WS-NUMERO-CONSULTA = ZEROES
028200         MOVE "S" TO WS-FIN-CONSULTA
028300     ELSE
028400         PERFORM INGRESAR-FECHA-CONSULTA
028500         PERFORM LEER-REGISTRO-ACTUAL
028600         IF PROVEEDOR-ENCONTRADO
028700             PERFORM RECONSTRUIR-PROVEEDOR
028800             PERFORM IMPRIMIR-RECONSTRUCCION
028900             ADD 1 TO WS-TOTAL-CONSULTAS
029000         ELSE
029100             DISPLAY "VENDOR NOT ON THE MASTER OR THE ARCHIVE"
029200                 " - NOTHING TO REBUILD FROM"
029300         END-IF
029400     END-IF.
029500
029600 INGRESAR-NUMERO-CONSULTA.
029700     MOVE "N" TO WS-CAMPO-VALIDO.
029800     PERFORM UNTIL CAMPO-ES-VALIDO
029900         DISPLAY "ENTER VENDOR NUMBER (1-99999, 0 TO STOP)"
030000         ACCEPT CAMPO-NUMERO-PROVEEDOR
030100         IF FUNCTION TRIM(CAMPO-NUMERO-PROVEEDOR) IS NUMERIC
030200             MOVE CAMPO-NUMERO-PROVEEDOR TO WS-NUMERO-CONSULTA
030300             MOVE "S" TO WS-CAMPO-VALIDO
030400         ELSE
030500             DISPLAY "INVALID VENDOR NUMBER - NUMERIC ONLY"
030600         END-IF
030700     END-PERFORM.
030800
030900 INGRESAR-FECHA-CONSULTA.
031000     MOVE "N" TO WS-CAMPO-VALIDO.
031100     PERFORM UNTIL CAMPO-ES-VALIDO
031200         DISPLAY "ENTER AS-OF DATE (YYYYMMDD)"
031300         ACCEPT CAMPO-FECHA
031400         IF CAMPO-FECHA IS NUMERIC
031500             MOVE CAMPO-FECHA TO WS-FECHA-CONSULTA
031600             IF WS-FECHA-CONSULTA > WS-CDT-FECHA
031700                 DISPLAY "AS-OF DATE IS IN THE FUTURE"
031800             ELSE
031900                 MOVE "S" TO WS-CAMPO-VALIDO
032000             END-IF
032100         ELSE
032200             DISPLAY "INVALID DATE - USE YYYYMMDD"
032300         END-IF
032400     END-PERFORM.
032500
032600 LEER-REGISTRO-ACTUAL.
032700*    An archived vendor is rebuilt from its archive
032800*    record, which has the master layout.
032900     MOVE "N" TO WS-PROVEEDOR-ENCONTRADO.
033000     MOVE WS-NUMERO-CONSULTA TO NUMERO-PROVEEDOR.
033100     READ ARCHIVO-PROVEEDOR
033200         KEY IS NUMERO-PROVEEDOR
033300         INVALID KEY
033400             CONTINUE
033500         NOT INVALID KEY
033600             MOVE "S" TO WS-PROVEEDOR-ENCONTRADO
033700             MOVE "MASTER" TO WS-ORIGEN-REGISTRO
033800     END-READ.
033900     IF NOT PROVEEDOR-ENCONTRADO
034000         MOVE WS-NUMERO-CONSULTA TO ARCH-NUMERO-PROVEEDOR
034100         READ ARCHIVO-ARCHIVADO
034200             KEY IS ARCH-NUMERO-PROVEEDOR
034300             INVALID KEY
034400                 CONTINUE
034500             NOT INVALID KEY
034600                 MOVE "S" TO WS-PROVEEDOR-ENCONTRADO
034700                 MOVE "ARCHIVE" TO WS-ORIGEN-REGISTRO
034800                 MOVE REGISTRO-ARCHIVADO TO REGISTRO-PROVEEDOR
034900         END-READ
035000     END-IF.
035100
035200*------------------------------------------------
035300* Rebuild.
035400*------------------------------------------------
035500 RECONSTRUIR-PROVEEDOR.
035600     PERFORM CARGAR-VALORES-ACTUALES.
035700     MOVE "N" TO WS-ALTA-ENCONTRADA.
035800     MOVE "N" TO WS-NO-EXISTIA.
035900     MOVE "N" TO WS-EN-ARCHIVO.
036000     MOVE "N" TO WS-CAMBIO-POSTERIOR.
036100     MOVE ZEROES TO WS-FECHA-ALTA-LOG.
036200     MOVE ZEROES TO WS-PRIMERA-FECHA-LOG.
036300     MOVE ZEROES TO WS-FECHA-ULTIMO-PREVIO.
036400     MOVE SPACE TO WS-SITUACION-PREVIA.
036500     MOVE ZEROES TO WS-TOTAL-SATELITES.
036600     MOVE ZEROES TO WS-SATELITES-OMITIDOS.
036700*    History years run from the year the vendor was
036800*    added (or the as-of year, if earlier) up to last
036900*    year; this year is still in the current log.
037000     MOVE WS-CDT-FECHA(1:4) TO WS-ANIO-HASTA.
037100     SUBTRACT 1 FROM WS-ANIO-HASTA.
037200     MOVE WS-FECHA-CONSULTA(1:4) TO WS-ANIO-DESDE.
037300     IF FECHA-ALTA-PROVEEDOR > ZEROES
037400        AND FECHA-ALTA-PROVEEDOR(1:4) < WS-ANIO-DESDE
037500         MOVE FECHA-ALTA-PROVEEDOR(1:4) TO WS-ANIO-DESDE
037600     END-IF.
037700     PERFORM LEER-ANIO-HISTORIA
037800         VARYING WS-ANIO-HISTORIA FROM WS-ANIO-DESDE BY 1
037900         UNTIL WS-ANIO-HISTORIA > WS-ANIO-HASTA.
038000     MOVE SPACES TO WS-NOMBRE-SUFIJO.
038100     PERFORM LEER-ARCHIVO-AUDITORIA.
038200     PERFORM CERRAR-SITUACION.
038300     PERFORM CERRAR-FECHA-ULTIMO-CAMBIO.
038400     PERFORM CERRAR-CAMPOS-CONVERSION.
038500
038600 CARGAR-VALORES-ACTUALES.
038700     MOVE "NOMBRE" TO REC-CAMPO(1).
038800     MOVE "NAME" TO REC-ETIQUETA(1).
038900     MOVE NOMBRE-PROVEEDOR TO REC-ACTUAL(1).
039000     MOVE "DIRECCION-1" TO REC-CAMPO(2).
039100     MOVE "ADDRESS 1" TO REC-ETIQUETA(2).
039200     MOVE DIRECCION-PROVEEDOR-1 TO REC-ACTUAL(2).
039300     MOVE "DIRECCION-2" TO REC-CAMPO(3).
039400     MOVE "ADDRESS 2" TO REC-ETIQUETA(3).
039500     MOVE DIRECCION-PROVEEDOR-2 TO REC-ACTUAL(3).
039600     MOVE "CIUDAD" TO REC-CAMPO(4).
039700     MOVE "CITY" TO REC-ETIQUETA(4).
039800     MOVE CIUDAD-PROVEEDOR TO REC-ACTUAL(4).
039900     MOVE "ESTADO" TO REC-CAMPO(5).
040000     MOVE "STATE" TO REC-ETIQUETA(5).
040100     MOVE ESTADO-PROVEEDOR TO REC-ACTUAL(5).
040200     MOVE "CODIGO-POSTAL" TO REC-CAMPO(6).
040300     MOVE "ZIP CODE" TO REC-ETIQUETA(6).
040400     MOVE CODIGO-POSTAL-PROVEEDOR TO REC-ACTUAL(6).
040500     MOVE "CONTACTO" TO REC-CAMPO(7).
040600     MOVE "CONTACT" TO REC-ETIQUETA(7).
040700     MOVE CONTACTO-PROVEEDOR TO REC-ACTUAL(7).
040800     MOVE "TELEFONO" TO REC-CAMPO(8).
040900     MOVE "PHONE" TO REC-ETIQUETA(8).
041000     MOVE TELEFONO-PROVEEDOR TO REC-ACTUAL(8).
041100     MOVE "SITUACION" TO REC-CAMPO(9).
041200     MOVE "STATUS" TO REC-ETIQUETA(9).
041300     MOVE SITUACION-PROVEEDOR TO REC-ACTUAL(9).
041400     MOVE "FECHA-ALTA" TO REC-CAMPO(10).
041500     MOVE "DATE ADDED" TO REC-ETIQUETA(10).
041600     MOVE FECHA-ALTA-PROVEEDOR TO REC-ACTUAL(10).
041700     MOVE "FECHA-CAMBIO" TO REC-CAMPO(11).
041800     MOVE "LAST CHANGED" TO REC-ETIQUETA(11).
041900     MOVE FECHA-ULTIMO-CAMBIO-PROVEEDOR TO REC-ACTUAL(11).
042000     MOVE "MOTIVO-ESPERA" TO REC-CAMPO(12).
042100     MOVE "HOLD REASON" TO REC-ETIQUETA(12).
042200     MOVE MOTIVO-ESPERA-PROVEEDOR TO REC-ACTUAL(12).
042300     MOVE "FECHA-LIBERA" TO REC-CAMPO(13).
042400     MOVE "EXP RELEASE DATE" TO REC-ETIQUETA(13).
042500     MOVE FECHA-LIBERACION-PROVEEDOR TO REC-ACTUAL(13).
042600     MOVE "ID-FISCAL" TO REC-CAMPO(14).
042700     MOVE "TAX ID" TO REC-ETIQUETA(14).
042800     MOVE ID-FISCAL-PROVEEDOR TO REC-ACTUAL(14).
042900     MOVE "MARCA-1099" TO REC-CAMPO(15).
043000     MOVE "1099 FLAG" TO REC-ETIQUETA(15).
043100     MOVE MARCA-1099-PROVEEDOR TO REC-ACTUAL(15).
043200     MOVE "CLASE" TO REC-CAMPO(16).
043300     MOVE "CLASS" TO REC-ETIQUETA(16).
043400     MOVE CLASE-PROVEEDOR TO REC-ACTUAL(16).
043500     PERFORM VARYING WS-INDICE FROM 1 BY 1
043600         UNTIL WS-INDICE > WS-TOTAL-CAMPOS
043700         MOVE REC-ACTUAL(WS-INDICE) TO REC-VALOR(WS-INDICE)
043800         MOVE "N" TO REC-FIJADO(WS-INDICE)
043900         MOVE "N" TO REC-DUDOSO(WS-INDICE)
044000         MOVE SPACES TO REC-NOTA(WS-INDICE)
044100     END-PERFORM.
044200
044300 LEER-ANIO-HISTORIA.
044400     MOVE "-" TO WS-NOMBRE-GUION.
044500     MOVE WS-ANIO-HISTORIA TO WS-NOMBRE-ANIO.
044600     PERFORM LEER-ARCHIVO-AUDITORIA.
044700
044800 LEER-ARCHIVO-AUDITORIA.
044900*    A history year never rolled off has no file;
045000*    the optional open leaves it empty.
045100     MOVE "N" TO WS-EOF-AUDITORIA.
045200     OPEN INPUT ARCHIVO-AUDITORIA.
045300     MOVE ZEROES TO AUD-LLAVE.
045400     MOVE WS-NUMERO-CONSULTA TO AUD-NUMERO-PROVEEDOR.
045500     START ARCHIVO-AUDITORIA KEY IS NOT LESS AUD-LLAVE
045600         INVALID KEY
045700             MOVE "S" TO WS-EOF-AUDITORIA
045800     END-START.
045900     PERFORM LEER-ENTRADA-PROVEEDOR
046000         UNTIL EOF-AUDITORIA.
046100     CLOSE ARCHIVO-AUDITORIA.
046200
046300 LEER-ENTRADA-PROVEEDOR.
046400     READ ARCHIVO-AUDITORIA NEXT RECORD
046500         AT END
046600             MOVE "S" TO WS-EOF-AUDITORIA
046700         NOT AT END
046800             IF AUD-NUMERO-PROVEEDOR NOT = WS-NUMERO-CONSULTA
046900                 MOVE "S" TO WS-EOF-AUDITORIA
047000             ELSE
047100                 PERFORM APLICAR-ENTRADA
047200             END-IF
047300     END-READ.
047400
047500 APLICAR-ENTRADA.
047600*    Entries come oldest first. Those on or before
047700*    the as-of date say what state the vendor had
047800*    reached; those after it are undone.
047900     IF WS-PRIMERA-FECHA-LOG = ZEROES
048000         MOVE AUD-FECHA TO WS-PRIMERA-FECHA-LOG
048100     END-IF.
048200     PERFORM CLASIFICAR-ACCION.
048300     IF ACCION-ALTA
048400         MOVE "S" TO WS-ALTA-ENCONTRADA
048500         MOVE AUD-FECHA TO WS-FECHA-ALTA-LOG
048600     END-IF.
048700     IF AUD-FECHA > WS-FECHA-CONSULTA
048800         PERFORM DESHACER-ENTRADA
048900     ELSE
049000         PERFORM ANOTAR-ENTRADA-PREVIA
049100     END-IF.
049200
049300 CLASIFICAR-ACCION.
049400     MOVE "O" TO WS-TIPO-ACCION.
049500     IF AUD-ACCION = "ALTA" OR AUD-ACCION = "ALTA-LOTE"
049600         MOVE "A" TO WS-TIPO-ACCION
049700     END-IF.
049800     IF AUD-ACCION = "MODIFICACION" OR AUD-ACCION = "MODIF-LOTE"
049900        OR AUD-ACCION = "FUSION"
050000         MOVE "C" TO WS-TIPO-ACCION
050100     END-IF.
050200     IF AUD-ACCION = "ESPERA"
050300         MOVE "E" TO WS-TIPO-ACCION
050400     END-IF.
050500     IF AUD-ACCION = "LIBERACION"
050600         MOVE "L" TO WS-TIPO-ACCION
050700     END-IF.
050800     IF AUD-ACCION = "BAJA" OR AUD-ACCION = "BAJA-LOTE"
050900        OR AUD-ACCION = "FUSION-BAJA"
051000         MOVE "B" TO WS-TIPO-ACCION
051100     END-IF.
051200     IF AUD-ACCION = "RESTAURACION"
051300         MOVE "R" TO WS-TIPO-ACCION
051400     END-IF.
051500     IF AUD-ACCION(1:4) = "DIR-" OR AUD-ACCION(1:4) = "BCO-"
051600         MOVE "S" TO WS-TIPO-ACCION
051700     END-IF.
051800
051900 ANOTAR-ENTRADA-PREVIA.
052000*    The last status-setting entry on or before the
052100*    date fixes the status outright.
052200     IF NOT ACCION-SATELITE AND NOT ACCION-OTRA
052300         MOVE AUD-FECHA TO WS-FECHA-ULTIMO-PREVIO
052400     END-IF.
052500     IF ACCION-ALTA OR ACCION-LIBERACION OR ACCION-RESTAURACION
052600         MOVE "A" TO WS-SITUACION-PREVIA
052700     END-IF.
052800     IF ACCION-ESPERA
052900         MOVE "H" TO WS-SITUACION-PREVIA
053000     END-IF.
053100     IF ACCION-BAJA
053200         MOVE "I" TO WS-SITUACION-PREVIA
053300     END-IF.
053400
053500 DESHACER-ENTRADA.
053600     IF NOT ACCION-SATELITE AND NOT ACCION-OTRA
053700         MOVE "S" TO WS-CAMBIO-POSTERIOR
053800     END-IF.
053900     IF ACCION-ALTA
054000         MOVE "S" TO WS-NO-EXISTIA
054100     END-IF.
054200     IF ACCION-CAMBIO-CAMPO
054300         IF AUD-CAMPO-MODIFICADO = SPACES
054400*            A merge with nothing to copy writes a
054500*            blank FUSION entry; it changed nothing.
054600             IF AUD-ACCION NOT = "FUSION"
054700                 PERFORM MARCAR-CAMBIO-SIN-DETALLE
054800             END-IF
054900         ELSE
055000             PERFORM DESHACER-CAMPO
055100         END-IF
055200     END-IF.
055300     IF ACCION-ESPERA
055400         MOVE "A" TO WS-SITUACION-IMPLICITA
055500         PERFORM DESHACER-SITUACION
055600     END-IF.
055700     IF ACCION-LIBERACION
055800         MOVE "H" TO WS-SITUACION-IMPLICITA
055900         PERFORM DESHACER-SITUACION
056000     END-IF.
056100     IF ACCION-BAJA
056200         MOVE SPACE TO WS-SITUACION-IMPLICITA
056300         PERFORM DESHACER-SITUACION
056400     END-IF.
056500     IF ACCION-RESTAURACION
056600         MOVE "S" TO WS-EN-ARCHIVO
056700         MOVE "I" TO WS-SITUACION-IMPLICITA
056800         PERFORM DESHACER-SITUACION
056900     END-IF.
057000     IF ACCION-SATELITE
057100         PERFORM ANOTAR-CAMBIO-SATELITE
057200     END-IF.
057300
057400 DESHACER-CAMPO.
057500*    The first later change to a field carries the
057600*    value it had on the as-of date.
057700     MOVE ZEROES TO WS-INDICE-BUSCADO.
057800     PERFORM VARYING WS-INDICE FROM 1 BY 1
057900         UNTIL WS-INDICE > WS-TOTAL-CAMPOS
058000         IF REC-CAMPO(WS-INDICE) = AUD-CAMPO-MODIFICADO
058100             MOVE WS-INDICE TO WS-INDICE-BUSCADO
058200         END-IF
058300     END-PERFORM.
058400     IF WS-INDICE-BUSCADO > ZEROES
058500         IF REC-FIJADO(WS-INDICE-BUSCADO) = "N"
058600             MOVE AUD-VALOR-ANTERIOR
058700                 TO REC-VALOR(WS-INDICE-BUSCADO)
058800             MOVE "S" TO REC-FIJADO(WS-INDICE-BUSCADO)
058900         END-IF
059000     END-IF.
059100
059200 MARCAR-CAMBIO-SIN-DETALLE.
059300*    Any editable field not yet pinned down may have
059400*    been what this entry changed; a later entry can
059500*    still supply a best guess, but it stays in doubt.
059600     MOVE "CHANGE WITHOUT FIELD DETAIL" TO WS-NOTA-DUDA.
059700     PERFORM VARYING WS-INDICE FROM 1 BY 1
059800         UNTIL WS-INDICE > WS-TOTAL-CAMPOS
059900         IF REC-FIJADO(WS-INDICE) = "N"
060000            AND (WS-INDICE < 9 OR WS-INDICE > 13)
060100             PERFORM MARCAR-CAMPO-DUDOSO
060200         END-IF
060300     END-PERFORM.
060400
060500 MARCAR-CAMPO-DUDOSO.
060600     MOVE "S" TO REC-DUDOSO(WS-INDICE).
060700     IF REC-NOTA(WS-INDICE) = SPACES
060800         MOVE WS-NOTA-DUDA TO REC-NOTA(WS-INDICE)
060900     END-IF.
061000
061100 DESHACER-SITUACION.
061200*    Only the first later status change counts. A
061300*    deactivation leaves the prior status unknown
061400*    until CERRAR-SITUACION looks at earlier entries.
061500     IF REC-FIJADO(9) = "N"
061600         MOVE "S" TO REC-FIJADO(9)
061700         IF WS-SITUACION-IMPLICITA = SPACE
061800             MOVE "S" TO REC-DUDOSO(9)
061900             MOVE "STATUS BEFORE DEACTIVATION" TO REC-NOTA(9)
062000         ELSE
062100             MOVE WS-SITUACION-IMPLICITA TO REC-VALOR(9)
062200         END-IF
062300     END-IF.
062400
062500 ANOTAR-CAMBIO-SATELITE.
062600     IF WS-TOTAL-SATELITES < 20
062700         ADD 1 TO WS-TOTAL-SATELITES
062800         MOVE AUD-FECHA TO SAT-FECHA(WS-TOTAL-SATELITES)
062900         MOVE AUD-HORA TO SAT-HORA(WS-TOTAL-SATELITES)
063000         MOVE AUD-OPERADOR-ID TO SAT-OPERADOR(WS-TOTAL-SATELITES)
063100         MOVE AUD-ACCION TO SAT-ACCION(WS-TOTAL-SATELITES)
063200         MOVE AUD-CAMPO-MODIFICADO
063300             TO SAT-CAMPO(WS-TOTAL-SATELITES)
063400     ELSE
063500         ADD 1 TO WS-SATELITES-OMITIDOS
063600     END-IF.
063700
063800 CERRAR-SITUACION.
063900*    An earlier status entry settles the status. The
064000*    hold reason and release date follow it: spaces
064100*    and zeroes unless the vendor was on hold, and
064200*    the reason for a hold was never audited.
064300     IF REC-FIJADO(9) = "S"
064400        AND WS-SITUACION-PREVIA NOT = SPACE
064500         MOVE WS-SITUACION-PREVIA TO REC-VALOR(9)
064600         MOVE "N" TO REC-DUDOSO(9)
064700         MOVE SPACES TO REC-NOTA(9)
064800     END-IF.
064900     IF REC-FIJADO(9) = "S"
065000         MOVE "S" TO REC-FIJADO(12)
065100         MOVE "S" TO REC-FIJADO(13)
065200         IF REC-DUDOSO(9) = "N" AND REC-VALOR(9) NOT = "H"
065300             MOVE SPACES TO REC-VALOR(12)
065400             MOVE ZEROES TO REC-VALOR(13)(1:8)
065500         ELSE
065600             MOVE "HOLD DETAILS NOT AUDITED" TO WS-NOTA-DUDA
065700             MOVE 12 TO WS-INDICE
065800             PERFORM MARCAR-CAMPO-DUDOSO
065900             MOVE 13 TO WS-INDICE
066000             PERFORM MARCAR-CAMPO-DUDOSO
066100         END-IF
066200     END-IF.
066300
066400 CERRAR-FECHA-ULTIMO-CAMBIO.
066500*    The last-change stamp on the as-of date is the
066600*    date of the last audited change on or before it.
066700     IF HAY-CAMBIO-POSTERIOR
066800         MOVE "S" TO REC-FIJADO(11)
066900         IF WS-FECHA-ULTIMO-PREVIO > ZEROES
067000             MOVE WS-FECHA-ULTIMO-PREVIO TO REC-VALOR(11)(1:8)
067100         ELSE
067200             MOVE "NO AUDITED CHANGE BY THAT DATE"
067300                 TO WS-NOTA-DUDA
067400             MOVE 11 TO WS-INDICE
067500             PERFORM MARCAR-CAMPO-DUDOSO
067600         END-IF
067700     END-IF.
067800
067900 CERRAR-CAMPOS-CONVERSION.
068000*    No add entry means the vendor came in through a
068100*    conversion job or before the log existed.
068200     IF NOT ALTA-ENCONTRADA
068300         MOVE "NO ADD ENTRY - CONVERSION STAMP" TO WS-NOTA-DUDA
068400         MOVE 10 TO WS-INDICE
068500         PERFORM MARCAR-CAMPO-DUDOSO
068600         MOVE "SET BY CONVERSION, NOT AUDITED" TO WS-NOTA-DUDA
068700         PERFORM VARYING WS-INDICE FROM 14 BY 1
068800             UNTIL WS-INDICE > WS-TOTAL-CAMPOS
068900             IF REC-FIJADO(WS-INDICE) = "N"
069000                 PERFORM MARCAR-CAMPO-DUDOSO
069100             END-IF
069200         END-PERFORM
069300         IF WS-PRIMERA-FECHA-LOG = ZEROES
069400            OR WS-FECHA-CONSULTA < WS-PRIMERA-FECHA-LOG
069500             MOVE "DATE PREDATES THE AUDIT TRAIL" TO WS-NOTA-DUDA
069600             PERFORM VARYING WS-INDICE FROM 1 BY 1
069700                 UNTIL WS-INDICE > WS-TOTAL-CAMPOS
069800                 PERFORM MARCAR-CAMPO-DUDOSO
069900             END-PERFORM
070000         END-IF
070100     END-IF.
070200
070300*------------------------------------------------
070400* Report and screen.
070500*------------------------------------------------
070600 IMPRIMIR-RECONSTRUCCION.
070700     MOVE WS-NUMERO-CONSULTA TO ENC1-NUMERO.
070800     MOVE WS-FECHA-CONSULTA TO ENC1-FECHA.
070900     MOVE WS-ORIGEN-REGISTRO TO ENC1-ORIGEN.
071000     MOVE WS-CDT-FECHA TO ENC1-FECHA-CORRIDA.
071100     IF WS-TOTAL-CONSULTAS > ZEROES
071200         WRITE LINEA-REPORTE FROM SPACES
071300     END-IF.
071400     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
071500     DISPLAY LINEA-ENCABEZADO-1.
071600     IF NO-EXISTIA-A-LA-FECHA
071700         MOVE "NOT YET ADDED ON THE AS-OF DATE - ADDED ON"
071800             TO MEN-TEXTO
071900         MOVE WS-FECHA-ALTA-LOG TO MEN-FECHA
072000         PERFORM IMPRIMIR-MENSAJE
072100     ELSE
072200         PERFORM IMPRIMIR-CAMPOS
072300     END-IF.
072400     PERFORM IMPRIMIR-CAMBIOS-SATELITE.
072500
072600 IMPRIMIR-CAMPOS.
072700     MOVE ZEROES TO WS-TOTAL-RECONSTRUIDOS.
072800     MOVE ZEROES TO WS-TOTAL-DUDOSOS.
072900     IF EN-ARCHIVO-A-LA-FECHA
073000         MOVE "VENDOR WAS IN THE ARCHIVE ON THE AS-OF DATE"
073100             TO MEN-TEXTO
073200         MOVE SPACES TO MEN-FECHA
073300         PERFORM IMPRIMIR-MENSAJE
073400     END-IF.
073500     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
073600     DISPLAY LINEA-ENCABEZADO-2.
073700     PERFORM IMPRIMIR-UN-CAMPO
073800         VARYING WS-INDICE FROM 1 BY 1
073900         UNTIL WS-INDICE > WS-TOTAL-CAMPOS.
074000     WRITE LINEA-REPORTE FROM SPACES.
074100     MOVE "FIELDS REBUILT FROM THE LOG..: " TO TOT-TITULO.
074200     MOVE WS-TOTAL-RECONSTRUIDOS TO TOT-CONTADOR.
074300     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
074400     DISPLAY LINEA-TOTAL.
074500     MOVE "FIELDS UNCERTAIN.............: " TO TOT-TITULO.
074600     MOVE WS-TOTAL-DUDOSOS TO TOT-CONTADOR.
074700     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
074800     DISPLAY LINEA-TOTAL.
074900
075000 IMPRIMIR-UN-CAMPO.
075100     MOVE REC-ETIQUETA(WS-INDICE) TO DET-ETIQUETA.
075200     MOVE REC-VALOR(WS-INDICE) TO DET-VALOR.
075300     MOVE REC-ACTUAL(WS-INDICE) TO DET-ACTUAL.
075400     MOVE REC-NOTA(WS-INDICE) TO DET-NOTA.
075500     IF REC-DUDOSO(WS-INDICE) = "S"
075600         MOVE "UNCERTAIN" TO DET-ESTADO
075700         ADD 1 TO WS-TOTAL-DUDOSOS
075800     ELSE
075900         IF REC-FIJADO(WS-INDICE) = "S"
076000             MOVE "REBUILT" TO DET-ESTADO
076100             ADD 1 TO WS-TOTAL-RECONSTRUIDOS
076200         ELSE
076300             MOVE "SAME" TO DET-ESTADO
076400         END-IF
076500     END-IF.
076600     WRITE LINEA-REPORTE FROM LINEA-DETALLE.
076700     DISPLAY LINEA-DETALLE.
076800
076900 IMPRIMIR-CAMBIOS-SATELITE.
077000     WRITE LINEA-REPORTE FROM SPACES.
077100     MOVE "ADDRESS/BANK CHANGES AFTER THE DATE (NOT REBUILT)"
077200         TO SEC-TITULO.
077300     WRITE LINEA-REPORTE FROM LINEA-SECCION.
077400     DISPLAY LINEA-SECCION.
077500     PERFORM IMPRIMIR-UN-SATELITE
077600         VARYING WS-INDICE FROM 1 BY 1
077700         UNTIL WS-INDICE > WS-TOTAL-SATELITES.
077800     IF WS-TOTAL-SATELITES = ZEROES
077900         MOVE "(NONE)" TO LINEA-REPORTE
078000         WRITE LINEA-REPORTE
078100         DISPLAY "(NONE)"
078200     END-IF.
078300     IF WS-SATELITES-OMITIDOS > ZEROES
078400         MOVE "FURTHER CHANGES NOT LISTED...: " TO TOT-TITULO
078500         MOVE WS-SATELITES-OMITIDOS TO TOT-CONTADOR
078600         WRITE LINEA-REPORTE FROM LINEA-TOTAL
078700         DISPLAY LINEA-TOTAL
078800     END-IF.
078900
079000 IMPRIMIR-UN-SATELITE.
079100     MOVE SAT-FECHA(WS-INDICE) TO SATL-FECHA.
079200     MOVE SAT-HORA(WS-INDICE) TO SATL-HORA.
079300     MOVE SAT-OPERADOR(WS-INDICE) TO SATL-OPERADOR.
079400     MOVE SAT-ACCION(WS-INDICE) TO SATL-ACCION.
079500     MOVE SAT-CAMPO(WS-INDICE) TO SATL-CAMPO.
079600     WRITE LINEA-REPORTE FROM LINEA-SATELITE.
079700     DISPLAY LINEA-SATELITE.
079800
079900 IMPRIMIR-MENSAJE.
080000     WRITE LINEA-REPORTE FROM LINEA-MENSAJE.
080100     DISPLAY LINEA-MENSAJE.
