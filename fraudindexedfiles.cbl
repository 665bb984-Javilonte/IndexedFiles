000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDFRAUDE01.
000300*------------------------------------------------
000400* Vendor fraud red-flag exception report.
000500* Looks across the vendor master, banking, address
000600* and audit files for the usual vendor-fraud
000700* patterns and lists each hit in its own section
000800* of vendor-fraud-report, with a count per section:
000900*   1 two or more vendors on the same approved
001000*     routing and account number
001100*   2 two or more vendors not deactivated (active
001200*     or on hold) sharing one taxpayer ID
001300*   3 a remit-to address added or replaced and a
001400*     bank change requested or approved on the same
001500*     vendor within 30 days of each other
001600*   4 a vendor added and then changed (MODIFICACION,
001700*     MODIF-LOTE or an address replaced) by the same
001800*     operator within 5 days of the add
001900*   5 a remit-to address that differs from the
002000*     master address block and reads like a PO box
002100*     or a commercial mail drop
002200*   6 a vendor restored from the archive by
002300*     PROGIDREST01 and given new banking within 30
002400*     days of the restore
002500* Sections 3, 4 and 6 come from the audit log; the
002600* operator gives the earliest audit date to look at
002700* (0 = the whole current log - the year to date
002800* once the year-end rollover has run). Shared
002900* accounts and tax IDs are grouped through the
003000* scratch file vendor-fraud-work, rebuilt on every
003100* run. Account numbers are masked to the last four.
003200* Nothing is changed on any file.
003300*------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800     SELECT ARCHIVO-PROVEEDOR
003900         ASSIGN TO "vendor-file"
004000         ORGANIZATION IS INDEXED
004100         RECORD KEY IS NUMERO-PROVEEDOR
004200         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
004300             WITH DUPLICATES
004400         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
004500             WITH DUPLICATES
004600         ACCESS MODE IS DYNAMIC.
004700
004800     SELECT OPTIONAL ARCHIVO-BANCOS
004900         ASSIGN TO "vendor-bank-file"
005000         ORGANIZATION IS INDEXED
005100         RECORD KEY IS BCO-NUMERO-PROVEEDOR
005200         ACCESS MODE IS DYNAMIC.
005300
005400     SELECT OPTIONAL ARCHIVO-DIRECCIONES
005500         ASSIGN TO "vendor-address-file"
005600         ORGANIZATION IS INDEXED
005700         RECORD KEY IS DIR-LLAVE
005800         ACCESS MODE IS DYNAMIC.
005900
006000     SELECT OPTIONAL ARCHIVO-AUDITORIA
006100         ASSIGN TO "vendor-audit-log"
006200         ORGANIZATION IS INDEXED
006300         RECORD KEY IS AUD-LLAVE
006400         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
006500             WITH DUPLICATES
006600         ACCESS MODE IS DYNAMIC.
006700
006800     SELECT ARCHIVO-TRABAJO
006900         ASSIGN TO "vendor-fraud-work"
007000         ORGANIZATION IS INDEXED
007100         RECORD KEY IS TRB-LLAVE
007200         ACCESS MODE IS DYNAMIC.
007300
007400     SELECT REPORTE-FRAUDE
007500         ASSIGN TO "vendor-fraud-report"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000
008100 FD ARCHIVO-PROVEEDOR
008200         LABEL RECORDS ARE STANDARD.
008300     COPY VENDREC.
008400
008500 FD ARCHIVO-BANCOS
008600         LABEL RECORDS ARE STANDARD.
008700     COPY VENDBCO.
008800
008900 FD ARCHIVO-DIRECCIONES
009000         LABEL RECORDS ARE STANDARD.
009100     COPY VENDADR.
009200
009300 FD ARCHIVO-AUDITORIA
009400         LABEL RECORDS ARE STANDARD.
009500     COPY VENDAUD.
009600
009700 FD ARCHIVO-TRABAJO
009800         LABEL RECORDS ARE STANDARD.
009900 01  REGISTRO-TRABAJO.
010000     05 TRB-LLAVE.
010100         10 TRB-CLAVE PIC X(26).
010200         10 TRB-NUMERO-PROVEEDOR PIC 9(5).
010300     05 TRB-DETALLE PIC X(60).
010400
010500 FD REPORTE-FRAUDE
010600         LABEL RECORDS ARE STANDARD.
010700 01  LINEA-REPORTE PIC X(100).
010800
010900 WORKING-STORAGE SECTION.
011000
011100*    Windows for the audit-based checks, in days.
011200 01  WS-DIAS-VENTANA PIC 9(3) VALUE 30.
011300 01  WS-DIAS-ALTA-CAMBIO PIC 9(3) VALUE 5.
011400
011500 01  WS-CAMPO-VALIDO PIC X VALUE "N".
011600     88 CAMPO-ES-VALIDO VALUE "S".
011700
011800 01  CAMPO-FECHA PIC X(8).
011900 01  WS-FECHA-DESDE PIC 9(8) VALUE ZEROES.
012000 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
012100
012200 01  WS-EOF-ARCHIVO PIC X VALUE "N".
012300     88 EOF-ARCHIVO VALUE "S".
012400
012500 01  WS-PROVEEDOR-EXISTE PIC X VALUE "N".
012600     88 PROVEEDOR-EXISTE VALUE "S".
012700
012800 01  WS-SECCION-ACTUAL PIC X VALUE SPACE.
012900     88 SECCION-REMESA-BANCO VALUE "3".
013000     88 SECCION-ALTA-CAMBIO VALUE "4".
013100     88 SECCION-RESTAURACION VALUE "6".
013200
013300 01  WS-CONTADOR-SECCION PIC 9(5) VALUE ZEROES.
013400 01  WS-TOTAL-BANDERAS PIC 9(6) VALUE ZEROES.
013500
013600 01  WS-NUMERO-BUSCADO PIC 9(5) VALUE ZEROES.
013700
013800*    Group of work records that share one key.
013900 01  WS-CLAVE-GRUPO PIC X(26) VALUE SPACES.
014000 01  WS-CONTADOR-GRUPO PIC 9(3) VALUE ZEROES.
014100 01  WS-INDICE-GRUPO PIC 9(3) VALUE ZEROES.
014200 01  TABLA-GRUPO.
014300     05 MIEMBRO-GRUPO OCCURS 100 TIMES.
014400         10 GRP-NUMERO PIC 9(5).
014500         10 GRP-DETALLE PIC X(60).
014600
014700*    Audit events of the vendor being looked at.
014800 01  WS-PROVEEDOR-ACTUAL PIC 9(5) VALUE ZEROES.
014900 01  WS-CONTADOR-EVENTOS PIC 9(3) VALUE ZEROES.
015000 01  WS-INDICE-EVENTO PIC 9(3) VALUE ZEROES.
015100 01  WS-INDICE-PAREJA PIC 9(3) VALUE ZEROES.
015200 01  WS-TIPO-EVENTO PIC X VALUE SPACE.
015300 01  TABLA-EVENTOS.
015400     05 EVENTO OCCURS 200 TIMES.
015500         10 EVT-TIPO PIC X(1).
015600         10 EVT-FECHA PIC 9(8).
015700         10 EVT-DIAS PIC 9(7).
015800         10 EVT-OPERADOR PIC X(8).
015900         10 EVT-ACCION PIC X(13).
016000
016100 01  WS-DIFERENCIA PIC S9(7) VALUE ZEROES.
016200 01  WS-MEJOR-DIFERENCIA PIC 9(7) VALUE ZEROES.
016300 01  WS-FECHA-PRIMERA PIC 9(8) VALUE ZEROES.
016400 01  WS-FECHA-SEGUNDA PIC 9(8) VALUE ZEROES.
016500 01  WS-OPERADOR-PAREJA PIC X(8) VALUE SPACES.
016600 01  WS-ACCION-PAREJA PIC X(13) VALUE SPACES.
016700 01  WS-DIAS-EDITADOS PIC ZZ9.
016800
016900 01  WS-ID-DIGITOS PIC X(11) VALUE SPACES.
017000 01  WS-INDICE-TEXTO PIC 9(3) VALUE ZEROES.
017100 01  WS-LARGO-TEXTO PIC 9(3) VALUE ZEROES.
017200
017300 01  WS-INDICE-CUENTA PIC S9(3) COMP VALUE ZEROES.
017400 01  WS-LARGO-CUENTA PIC 9(2) VALUE ZEROES.
017500 01  WS-CUENTA-TRABAJO PIC X(17) VALUE SPACES.
017600 01  WS-CUENTA-ENMASCARADA PIC X(17) VALUE SPACES.
017700
017800*    Mail-drop test on the remit-to address lines.
017900 01  WS-MINUSCULAS PIC X(26)
018000         VALUE "abcdefghijklmnopqrstuvwxyz".
018100 01  WS-MAYUSCULAS PIC X(26)
018200         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
018300 01  WS-LINEA-ORIGEN PIC X(62) VALUE SPACES.
018400 01  WS-LINEA-NORMAL PIC X(64) VALUE SPACES.
018500 01  WS-CARACTER PIC X VALUE SPACE.
018600 01  WS-CARACTER-ANTERIOR PIC X VALUE SPACE.
018700 01  WS-COINCIDENCIAS PIC 9(3) VALUE ZEROES.
018800 01  WS-INDICE-PATRON PIC 9(2) VALUE ZEROES.
018900 01  WS-PATRON-HALLADO PIC X(16) VALUE SPACES.
019000
019100 01  TABLA-PATRONES-VALORES.
019200     05 FILLER PIC X(18) VALUE "06PO BOX".
019300     05 FILLER PIC X(18) VALUE "07P O BOX".
019400     05 FILLER PIC X(18) VALUE "05POBOX".
019500     05 FILLER PIC X(18) VALUE "15POST OFFICE BOX".
019600     05 FILLER PIC X(18) VALUE "04PMB ".
019700     05 FILLER PIC X(18) VALUE "12PRIVATE MAIL".
019800     05 FILLER PIC X(18) VALUE "07MAILBOX".
019900     05 FILLER PIC X(18) VALUE "08MAIL BOX".
020000     05 FILLER PIC X(18) VALUE "09MAIL DROP".
020100     05 FILLER PIC X(18) VALUE "08MAILDROP".
020200 01  TABLA-PATRONES REDEFINES TABLA-PATRONES-VALORES.
020300     05 PATRON OCCURS 10 TIMES.
020400         10 PAT-LARGO PIC 9(2).
020500         10 PAT-TEXTO PIC X(16).
020600
020700 01  WS-FECHA-HORA-SISTEMA.
020800     05 WS-CDT-FECHA PIC 9(8).
020900     05 WS-CDT-HORA PIC 9(6).
021000     05 WS-CDT-RESTO PIC X(7).
021100
021200 01  LINEA-ENCABEZADO-1.
021300     05 FILLER PIC X(30)
021400         VALUE "VENDOR FRAUD RED-FLAG REPORT".
021500     05 FILLER PIC X(5) VALUE "RUN: ".
021600     05 ENC1-FECHA PIC 9(8).
021700     05 FILLER PIC X(21) VALUE "  AUDIT CHECKS FROM: ".
021800     05 ENC1-DESDE PIC 9(8).
021900
022000 01  LINEA-SECCION.
022100     05 FILLER PIC X(9) VALUE "SECTION..".
022200     05 SEC-TITULO PIC X(60).
022300
022400 01  LINEA-ENCABEZADO-2.
022500     05 FILLER PIC X(7) VALUE "VEND#".
022600     05 FILLER PIC X(31) VALUE "NAME".
022700     05 FILLER PIC X(2) VALUE "S".
022800     05 FILLER PIC X(60) VALUE "DETAIL".
022900
023000 01  LINEA-DETALLE.
023100     05 DET-NUMERO PIC ZZZZ9.
023200     05 FILLER PIC X(2) VALUE SPACES.
023300     05 DET-NOMBRE PIC X(30).
023400     05 FILLER PIC X(1) VALUE SPACE.
023500     05 DET-SITUACION PIC X(1).
023600     05 FILLER PIC X(1) VALUE SPACE.
023700     05 DET-DETALLE PIC X(60).
023800
023900 01  LINEA-CONTADOR-SECCION.
024000     05 FILLER PIC X(20) VALUE "VENDORS IN SECTION: ".
024100     05 SEC-CONTADOR PIC ZZZZ9.
024200
024300 01  LINEA-TOTAL.
024400     05 FILLER PIC X(26) VALUE "TOTAL RED FLAGS RAISED:  ".
024500     05 TOT-BANDERAS PIC ZZZZZ9.
024600
024700 PROCEDURE DIVISION.
024800 PROGRAMA-INICIO.
024900     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
025000     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
025100     PERFORM INGRESAR-FECHA-DESDE.
025200     OPEN INPUT ARCHIVO-PROVEEDOR.
025300     OPEN INPUT ARCHIVO-BANCOS.
025400     OPEN INPUT ARCHIVO-DIRECCIONES.
025500     OPEN OUTPUT REPORTE-FRAUDE.
025600     MOVE WS-FECHA-HOY TO ENC1-FECHA.
025700     MOVE WS-FECHA-DESDE TO ENC1-DESDE.
025800     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
025900     PERFORM LISTAR-CUENTAS-COMPARTIDAS.
026000     PERFORM LISTAR-IDS-FISCALES-COMPARTIDOS.
026100     PERFORM LISTAR-REMESA-Y-BANCO.
026200     PERFORM LISTAR-ALTA-Y-CAMBIO.
026300     PERFORM LISTAR-REMESAS-APARTADO.
026400     PERFORM LISTAR-RESTAURADOS-CON-BANCO.
026500     WRITE LINEA-REPORTE FROM SPACES.
026600     MOVE WS-TOTAL-BANDERAS TO TOT-BANDERAS.
026700     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
026800     CLOSE ARCHIVO-PROVEEDOR.
026900     CLOSE ARCHIVO-BANCOS.
027000     CLOSE ARCHIVO-DIRECCIONES.
027100     CLOSE REPORTE-FRAUDE.
027200     DISPLAY "FRAUD RED-FLAG REPORT COMPLETE - FLAGS: "
027300         WS-TOTAL-BANDERAS.
027400
027500 PROGRAMA-TERMINADO.
027600     STOP RUN.
027700
027800 INGRESAR-FECHA-DESDE.
027900     MOVE "N" TO WS-CAMPO-VALIDO.
028000     PERFORM UNTIL CAMPO-ES-VALIDO
028100         DISPLAY "ENTER EARLIEST AUDIT DATE TO CHECK (YYYYMMDD)"
028200         DISPLAY "(ENTER 0 FOR THE WHOLE CURRENT AUDIT LOG)"
028300         ACCEPT CAMPO-FECHA
028400         IF FUNCTION TRIM(CAMPO-FECHA) IS NUMERIC
028500             MOVE CAMPO-FECHA TO WS-FECHA-DESDE
028600             MOVE "S" TO WS-CAMPO-VALIDO
028700         ELSE
028800             DISPLAY "INVALID DATE - USE YYYYMMDD OR 0"
028900         END-IF
029000     END-PERFORM.
029100
029200 INICIAR-SECCION.
029300     WRITE LINEA-REPORTE FROM SPACES.
029400     WRITE LINEA-REPORTE FROM LINEA-SECCION.
029500     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
029600     MOVE ZEROES TO WS-CONTADOR-SECCION.
029700
029800 TERMINAR-SECCION.
029900     MOVE WS-CONTADOR-SECCION TO SEC-CONTADOR.
030000     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
030100     ADD WS-CONTADOR-SECCION TO WS-TOTAL-BANDERAS.
030200
030300 LEER-PROVEEDOR-BUSCADO.
030400     MOVE "N" TO WS-PROVEEDOR-EXISTE.
030500     MOVE WS-NUMERO-BUSCADO TO NUMERO-PROVEEDOR.
030600     READ ARCHIVO-PROVEEDOR
030700         KEY IS NUMERO-PROVEEDOR
030800         INVALID KEY
030900             MOVE "(NOT ON MASTER)" TO NOMBRE-PROVEEDOR
031000             MOVE SPACE TO SITUACION-PROVEEDOR
031100         NOT INVALID KEY
031200             MOVE "S" TO WS-PROVEEDOR-EXISTE
031300     END-READ.
031400
031500 ESCRIBIR-DETALLE.
031600*    The caller has set WS-NUMERO-BUSCADO and the
031700*    detail text.
031800     PERFORM LEER-PROVEEDOR-BUSCADO.
031900     MOVE WS-NUMERO-BUSCADO TO DET-NUMERO.
032000     MOVE NOMBRE-PROVEEDOR TO DET-NOMBRE.
032100     MOVE SITUACION-PROVEEDOR TO DET-SITUACION.
032200     WRITE LINEA-REPORTE FROM LINEA-DETALLE.
032300     ADD 1 TO WS-CONTADOR-SECCION.
032400
032500*------------------------------------------------
032600* Sections 1 and 2 - a key shared by more than one
032700* vendor. The work file is loaded with one record
032800* per vendor keyed by the shared value, then read
032900* back in key order; every run of two or more
033000* records with the same value is listed.
033100*------------------------------------------------
033200 LISTAR-GRUPOS-TRABAJO.
033300     MOVE "N" TO WS-EOF-ARCHIVO.
033400     MOVE ZEROES TO WS-CONTADOR-GRUPO.
033500     MOVE SPACES TO WS-CLAVE-GRUPO.
033600     OPEN INPUT ARCHIVO-TRABAJO.
033700     PERFORM UNTIL EOF-ARCHIVO
033800         READ ARCHIVO-TRABAJO NEXT RECORD
033900             AT END
034000                 MOVE "S" TO WS-EOF-ARCHIVO
034100             NOT AT END
034200                 IF TRB-CLAVE NOT = WS-CLAVE-GRUPO
034300                     PERFORM CERRAR-GRUPO
034400                     MOVE TRB-CLAVE TO WS-CLAVE-GRUPO
034500                 END-IF
034600                 ADD 1 TO WS-CONTADOR-GRUPO
034700                 IF WS-CONTADOR-GRUPO <= 100
034800                     MOVE TRB-NUMERO-PROVEEDOR
034900                         TO GRP-NUMERO(WS-CONTADOR-GRUPO)
035000                     MOVE TRB-DETALLE
035100                         TO GRP-DETALLE(WS-CONTADOR-GRUPO)
035200                 END-IF
035300         END-READ
035400     END-PERFORM.
035500     PERFORM CERRAR-GRUPO.
035600     CLOSE ARCHIVO-TRABAJO.
035700
035800 CERRAR-GRUPO.
035900     IF WS-CONTADOR-GRUPO > 100
036000         MOVE 100 TO WS-CONTADOR-GRUPO
036100     END-IF.
036200     IF WS-CONTADOR-GRUPO > 1
036300         PERFORM VARYING WS-INDICE-GRUPO FROM 1 BY 1
036400                 UNTIL WS-INDICE-GRUPO > WS-CONTADOR-GRUPO
036500             MOVE GRP-NUMERO(WS-INDICE-GRUPO)
036600                 TO WS-NUMERO-BUSCADO
036700             MOVE GRP-DETALLE(WS-INDICE-GRUPO) TO DET-DETALLE
036800             PERFORM ESCRIBIR-DETALLE
036900         END-PERFORM
037000         WRITE LINEA-REPORTE FROM SPACES
037100     END-IF.
037200     MOVE ZEROES TO WS-CONTADOR-GRUPO.
037300
037400 LISTAR-CUENTAS-COMPARTIDAS.
037500     MOVE "1 VENDORS SHARING AN APPROVED BANK ACCOUNT"
037600         TO SEC-TITULO.
037700     PERFORM INICIAR-SECCION.
037800     OPEN OUTPUT ARCHIVO-TRABAJO.
037900     MOVE "N" TO WS-EOF-ARCHIVO.
038000     MOVE ZEROES TO BCO-NUMERO-PROVEEDOR.
038100     START ARCHIVO-BANCOS
038200         KEY IS NOT LESS BCO-NUMERO-PROVEEDOR
038300         INVALID KEY
038400             MOVE "S" TO WS-EOF-ARCHIVO
038500     END-START.
038600     PERFORM UNTIL EOF-ARCHIVO
038700         READ ARCHIVO-BANCOS NEXT RECORD
038800             AT END
038900                 MOVE "S" TO WS-EOF-ARCHIVO
039000             NOT AT END
039100                 IF BCO-RUTA-APROBADA NOT = SPACES
039200                     PERFORM GRABAR-TRABAJO-CUENTA
039300                 END-IF
039400         END-READ
039500     END-PERFORM.
039600     CLOSE ARCHIVO-TRABAJO.
039700     PERFORM LISTAR-GRUPOS-TRABAJO.
039800     PERFORM TERMINAR-SECCION.
039900
040000 GRABAR-TRABAJO-CUENTA.
040100     MOVE BCO-CUENTA-APROBADA TO WS-CUENTA-ENMASCARADA.
040200     PERFORM ENMASCARAR-CUENTA.
040300     MOVE SPACES TO REGISTRO-TRABAJO.
040400     MOVE BCO-RUTA-APROBADA TO TRB-CLAVE(1:9).
040500     MOVE BCO-CUENTA-APROBADA TO TRB-CLAVE(10:17).
040600     MOVE BCO-NUMERO-PROVEEDOR TO TRB-NUMERO-PROVEEDOR.
040700     STRING "ROUTING " BCO-RUTA-APROBADA
040800         " ACCT " WS-CUENTA-ENMASCARADA
040900         DELIMITED BY SIZE INTO TRB-DETALLE.
041000     WRITE REGISTRO-TRABAJO
041100         INVALID KEY
041200             CONTINUE
041300     END-WRITE.
041400
041500 LISTAR-IDS-FISCALES-COMPARTIDOS.
041600     MOVE "2 ACTIVE/HELD VENDORS SHARING A TAXPAYER ID"
041700         TO SEC-TITULO.
041800     PERFORM INICIAR-SECCION.
041900     OPEN OUTPUT ARCHIVO-TRABAJO.
042000     MOVE "N" TO WS-EOF-ARCHIVO.
042100     MOVE ZEROES TO NUMERO-PROVEEDOR.
042200     START ARCHIVO-PROVEEDOR
042300         KEY IS NOT LESS NUMERO-PROVEEDOR
042400         INVALID KEY
042500             MOVE "S" TO WS-EOF-ARCHIVO
042600     END-START.
042700     PERFORM UNTIL EOF-ARCHIVO
042800         READ ARCHIVO-PROVEEDOR NEXT RECORD
042900             AT END
043000                 MOVE "S" TO WS-EOF-ARCHIVO
043100             NOT AT END
043200                 IF ID-FISCAL-PROVEEDOR NOT = SPACES
043300                    AND NOT PROVEEDOR-INACTIVO
043400                     PERFORM GRABAR-TRABAJO-ID-FISCAL
043500                 END-IF
043600         END-READ
043700     END-PERFORM.
043800     CLOSE ARCHIVO-TRABAJO.
043900     PERFORM LISTAR-GRUPOS-TRABAJO.
044000     PERFORM TERMINAR-SECCION.
044100
044200 GRABAR-TRABAJO-ID-FISCAL.
044300*    Grouped on the digits alone, so the same number
044400*    keyed with and without its dashes still pairs.
044500     MOVE SPACES TO WS-ID-DIGITOS.
044600     MOVE ZEROES TO WS-LARGO-TEXTO.
044700     PERFORM VARYING WS-INDICE-TEXTO FROM 1 BY 1
044800             UNTIL WS-INDICE-TEXTO > 11
044900         MOVE ID-FISCAL-PROVEEDOR(WS-INDICE-TEXTO:1)
045000             TO WS-CARACTER
045100         IF WS-CARACTER NOT = "-" AND WS-CARACTER NOT = SPACE
045200             ADD 1 TO WS-LARGO-TEXTO
045300             MOVE WS-CARACTER TO WS-ID-DIGITOS(WS-LARGO-TEXTO:1)
045400         END-IF
045500     END-PERFORM.
045600     MOVE SPACES TO REGISTRO-TRABAJO.
045700     MOVE WS-ID-DIGITOS TO TRB-CLAVE.
045800     MOVE NUMERO-PROVEEDOR TO TRB-NUMERO-PROVEEDOR.
045900     STRING "TAX ID " ID-FISCAL-PROVEEDOR
046000         DELIMITED BY SIZE INTO TRB-DETALLE.
046100     WRITE REGISTRO-TRABAJO
046200         INVALID KEY
046300             CONTINUE
046400     END-WRITE.
046500
046600*------------------------------------------------
046700* Sections 3, 4 and 6 - patterns in one vendor's
046800* audit history. The log is read in key order, so
046900* each vendor's entries arrive together; the ones
047000* this section cares about are kept in the event
047100* table and weighed when the vendor number changes.
047200*------------------------------------------------
047300 RECORRER-AUDITORIA.
047400     MOVE "N" TO WS-EOF-ARCHIVO.
047500     MOVE ZEROES TO WS-PROVEEDOR-ACTUAL.
047600     MOVE ZEROES TO WS-CONTADOR-EVENTOS.
047700     OPEN INPUT ARCHIVO-AUDITORIA.
047800     MOVE ZEROES TO AUD-LLAVE.
047900     START ARCHIVO-AUDITORIA
048000         KEY IS NOT LESS AUD-LLAVE
048100         INVALID KEY
048200             MOVE "S" TO WS-EOF-ARCHIVO
048300     END-START.
048400     PERFORM UNTIL EOF-ARCHIVO
048500         READ ARCHIVO-AUDITORIA NEXT RECORD
048600             AT END
048700                 MOVE "S" TO WS-EOF-ARCHIVO
048800             NOT AT END
048900                 IF AUD-NUMERO-PROVEEDOR NOT = WS-PROVEEDOR-ACTUAL
049000                     PERFORM EVALUAR-PROVEEDOR
049100                     MOVE AUD-NUMERO-PROVEEDOR
049200                         TO WS-PROVEEDOR-ACTUAL
049300                     MOVE ZEROES TO WS-CONTADOR-EVENTOS
049400                 END-IF
049500                 IF AUD-FECHA >= WS-FECHA-DESDE
049600                     PERFORM CLASIFICAR-ENTRADA
049700                 END-IF
049800         END-READ
049900     END-PERFORM.
050000     PERFORM EVALUAR-PROVEEDOR.
050100     CLOSE ARCHIVO-AUDITORIA.
050200
050300 CLASIFICAR-ENTRADA.
050400*    R = remit-to added or replaced, B = bank change
050500*    requested or approved, A = vendor added,
050600*    C = vendor changed, S = vendor restored.
050700     MOVE SPACE TO WS-TIPO-EVENTO.
050800     IF AUD-ACCION = "BCO-SOLICITUD"
050900        OR AUD-ACCION = "BCO-APROBADO"
051000         IF SECCION-REMESA-BANCO OR SECCION-RESTAURACION
051100             MOVE "B" TO WS-TIPO-EVENTO
051200         END-IF
051300     END-IF.
051400     IF SECCION-REMESA-BANCO
051500        AND (AUD-ACCION = "DIR-ALTA" OR AUD-ACCION = "DIR-CAMBIO")
051600        AND AUD-CAMPO-MODIFICADO(1:1) = "R"
051700         MOVE "R" TO WS-TIPO-EVENTO
051800     END-IF.
051900     IF SECCION-ALTA-CAMBIO
052000         IF AUD-ACCION = "ALTA" OR AUD-ACCION = "ALTA-LOTE"
052100             MOVE "A" TO WS-TIPO-EVENTO
052200         END-IF
052300         IF AUD-ACCION = "MODIFICACION"
052400            OR AUD-ACCION = "MODIF-LOTE"
052500            OR AUD-ACCION = "DIR-CAMBIO"
052600             MOVE "C" TO WS-TIPO-EVENTO
052700         END-IF
052800     END-IF.
052900     IF SECCION-RESTAURACION AND AUD-ACCION = "RESTAURACION"
053000         MOVE "S" TO WS-TIPO-EVENTO
053100     END-IF.
053200     IF WS-TIPO-EVENTO NOT = SPACE
053300        AND WS-CONTADOR-EVENTOS < 200
053400         ADD 1 TO WS-CONTADOR-EVENTOS
053500         MOVE WS-TIPO-EVENTO TO EVT-TIPO(WS-CONTADOR-EVENTOS)
053600         MOVE AUD-FECHA TO EVT-FECHA(WS-CONTADOR-EVENTOS)
053700         COMPUTE EVT-DIAS(WS-CONTADOR-EVENTOS) =
053800             FUNCTION INTEGER-OF-DATE(AUD-FECHA)
053900         MOVE AUD-OPERADOR-ID TO EVT-OPERADOR(WS-CONTADOR-EVENTOS)
054000         MOVE AUD-ACCION TO EVT-ACCION(WS-CONTADOR-EVENTOS)
054100     END-IF.
054200
054300 EVALUAR-PROVEEDOR.
054400     IF WS-PROVEEDOR-ACTUAL > ZEROES
054500        AND WS-CONTADOR-EVENTOS > 1
054600         MOVE WS-PROVEEDOR-ACTUAL TO WS-NUMERO-BUSCADO
054700         IF SECCION-REMESA-BANCO
054800             PERFORM EVALUAR-REMESA-Y-BANCO
054900         END-IF
055000         IF SECCION-ALTA-CAMBIO
055100             PERFORM EVALUAR-ALTA-Y-CAMBIO
055200         END-IF
055300         IF SECCION-RESTAURACION
055400             PERFORM EVALUAR-RESTAURADO-CON-BANCO
055500         END-IF
055600     END-IF.
055700
055800 LISTAR-REMESA-Y-BANCO.
055900     MOVE "3 REMIT-TO CHANGE AND BANK CHANGE WITHIN 30 DAYS"
056000         TO SEC-TITULO.
056100     PERFORM INICIAR-SECCION.
056200     MOVE "3" TO WS-SECCION-ACTUAL.
056300     PERFORM RECORRER-AUDITORIA.
056400     PERFORM TERMINAR-SECCION.
056500
056600 EVALUAR-REMESA-Y-BANCO.
056700*    The closest remit-to/bank pair, either order.
056800     MOVE 9999999 TO WS-MEJOR-DIFERENCIA.
056900     PERFORM VARYING WS-INDICE-EVENTO FROM 1 BY 1
057000             UNTIL WS-INDICE-EVENTO > WS-CONTADOR-EVENTOS
057100         IF EVT-TIPO(WS-INDICE-EVENTO) = "R"
057200             PERFORM VARYING WS-INDICE-PAREJA FROM 1 BY 1
057300                     UNTIL WS-INDICE-PAREJA > WS-CONTADOR-EVENTOS
057400                 IF EVT-TIPO(WS-INDICE-PAREJA) = "B"
057500                     COMPUTE WS-DIFERENCIA =
057600                         EVT-DIAS(WS-INDICE-PAREJA)
057700                         - EVT-DIAS(WS-INDICE-EVENTO)
057800                     IF WS-DIFERENCIA < ZEROES
057900                         COMPUTE WS-DIFERENCIA = 0 - WS-DIFERENCIA
058000                     END-IF
058100                     IF WS-DIFERENCIA <= WS-DIAS-VENTANA
058200                        AND WS-DIFERENCIA < WS-MEJOR-DIFERENCIA
058300                         MOVE WS-DIFERENCIA TO WS-MEJOR-DIFERENCIA
058400                         MOVE EVT-FECHA(WS-INDICE-EVENTO)
058500                             TO WS-FECHA-PRIMERA
058600                         MOVE EVT-FECHA(WS-INDICE-PAREJA)
058700                             TO WS-FECHA-SEGUNDA
058800                     END-IF
058900                 END-IF
059000             END-PERFORM
059100         END-IF
059200     END-PERFORM.
059300     IF WS-MEJOR-DIFERENCIA <= WS-DIAS-VENTANA
059400         MOVE WS-MEJOR-DIFERENCIA TO WS-DIAS-EDITADOS
059500         MOVE SPACES TO DET-DETALLE
059600         STRING "REMIT-TO " WS-FECHA-PRIMERA
059700             " BANK " WS-FECHA-SEGUNDA
059800             " (" WS-DIAS-EDITADOS " DAYS APART)"
059900             DELIMITED BY SIZE INTO DET-DETALLE
060000         PERFORM ESCRIBIR-DETALLE
060100     END-IF.
060200
060300 LISTAR-ALTA-Y-CAMBIO.
060400     MOVE "4 ADDED THEN CHANGED BY THE SAME OPERATOR IN 5 DAYS"
060500         TO SEC-TITULO.
060600     PERFORM INICIAR-SECCION.
060700     MOVE "4" TO WS-SECCION-ACTUAL.
060800     PERFORM RECORRER-AUDITORIA.
060900     PERFORM TERMINAR-SECCION.
061000
061100 EVALUAR-ALTA-Y-CAMBIO.
061200*    The first change the adding operator made
061300*    within the window after the add.
061400     MOVE 9999999 TO WS-MEJOR-DIFERENCIA.
061500     PERFORM VARYING WS-INDICE-EVENTO FROM 1 BY 1
061600             UNTIL WS-INDICE-EVENTO > WS-CONTADOR-EVENTOS
061700         IF EVT-TIPO(WS-INDICE-EVENTO) = "A"
061800             PERFORM VARYING WS-INDICE-PAREJA FROM 1 BY 1
061900                     UNTIL WS-INDICE-PAREJA > WS-CONTADOR-EVENTOS
062000                 IF EVT-TIPO(WS-INDICE-PAREJA) = "C"
062100                    AND EVT-OPERADOR(WS-INDICE-PAREJA)
062200                        = EVT-OPERADOR(WS-INDICE-EVENTO)
062300                     COMPUTE WS-DIFERENCIA =
062400                         EVT-DIAS(WS-INDICE-PAREJA)
062500                         - EVT-DIAS(WS-INDICE-EVENTO)
062600                     IF WS-DIFERENCIA >= ZEROES
062700                        AND WS-DIFERENCIA <= WS-DIAS-ALTA-CAMBIO
062800                        AND WS-DIFERENCIA < WS-MEJOR-DIFERENCIA
062900                         MOVE WS-DIFERENCIA TO WS-MEJOR-DIFERENCIA
063000                         MOVE EVT-FECHA(WS-INDICE-EVENTO)
063100                             TO WS-FECHA-PRIMERA
063200                         MOVE EVT-FECHA(WS-INDICE-PAREJA)
063300                             TO WS-FECHA-SEGUNDA
063400                         MOVE EVT-OPERADOR(WS-INDICE-PAREJA)
063500                             TO WS-OPERADOR-PAREJA
063600                         MOVE EVT-ACCION(WS-INDICE-PAREJA)
063700                             TO WS-ACCION-PAREJA
063800                     END-IF
063900                 END-IF
064000             END-PERFORM
064100         END-IF
064200     END-PERFORM.
064300     IF WS-MEJOR-DIFERENCIA <= WS-DIAS-ALTA-CAMBIO
064400         MOVE SPACES TO DET-DETALLE
064500         STRING "ADDED " WS-FECHA-PRIMERA
064600             " " WS-ACCION-PAREJA
064700             " " WS-FECHA-SEGUNDA
064800             " BY " WS-OPERADOR-PAREJA
064900             DELIMITED BY SIZE INTO DET-DETALLE
065000         PERFORM ESCRIBIR-DETALLE
065100     END-IF.
065200
065300 LISTAR-RESTAURADOS-CON-BANCO.
065400     MOVE "6 RESTORED VENDOR GIVEN NEW BANKING WITHIN 30 DAYS"
065500         TO SEC-TITULO.
065600     PERFORM INICIAR-SECCION.
065700     MOVE "6" TO WS-SECCION-ACTUAL.
065800     PERFORM RECORRER-AUDITORIA.
065900     PERFORM TERMINAR-SECCION.
066000
066100 EVALUAR-RESTAURADO-CON-BANCO.
066200*    The first bank change on or after a restore,
066300*    within the window.
066400     MOVE 9999999 TO WS-MEJOR-DIFERENCIA.
066500     PERFORM VARYING WS-INDICE-EVENTO FROM 1 BY 1
066600             UNTIL WS-INDICE-EVENTO > WS-CONTADOR-EVENTOS
066700         IF EVT-TIPO(WS-INDICE-EVENTO) = "S"
066800             PERFORM VARYING WS-INDICE-PAREJA FROM 1 BY 1
066900                     UNTIL WS-INDICE-PAREJA > WS-CONTADOR-EVENTOS
067000                 IF EVT-TIPO(WS-INDICE-PAREJA) = "B"
067100                     COMPUTE WS-DIFERENCIA =
067200                         EVT-DIAS(WS-INDICE-PAREJA)
067300                         - EVT-DIAS(WS-INDICE-EVENTO)
067400                     IF WS-DIFERENCIA >= ZEROES
067500                        AND WS-DIFERENCIA <= WS-DIAS-VENTANA
067600                        AND WS-DIFERENCIA < WS-MEJOR-DIFERENCIA
067700                         MOVE WS-DIFERENCIA TO WS-MEJOR-DIFERENCIA
067800                         MOVE EVT-FECHA(WS-INDICE-EVENTO)
067900                             TO WS-FECHA-PRIMERA
068000                         MOVE EVT-FECHA(WS-INDICE-PAREJA)
068100                             TO WS-FECHA-SEGUNDA
068200                         MOVE EVT-ACCION(WS-INDICE-PAREJA)
068300                             TO WS-ACCION-PAREJA
068400                     END-IF
068500                 END-IF
068600             END-PERFORM
068700         END-IF
068800     END-PERFORM.
068900     IF WS-MEJOR-DIFERENCIA <= WS-DIAS-VENTANA
069000         MOVE WS-MEJOR-DIFERENCIA TO WS-DIAS-EDITADOS
069100         MOVE SPACES TO DET-DETALLE
069200         STRING "RESTORED " WS-FECHA-PRIMERA
069300             " " WS-ACCION-PAREJA
069400             " " WS-FECHA-SEGUNDA
069500             " (" WS-DIAS-EDITADOS " DAYS)"
069600             DELIMITED BY SIZE INTO DET-DETALLE
069700         PERFORM ESCRIBIR-DETALLE
069800     END-IF.
069900
070000*------------------------------------------------
070100* Section 5 - remit-to addresses that differ from
070200* the master block and read like a PO box or a
070300* mail drop.
070400*------------------------------------------------
070500 LISTAR-REMESAS-APARTADO.
070600     MOVE "5 REMIT-TO DIFFERS FROM MASTER - PO BOX/MAIL DROP"
070700         TO SEC-TITULO.
070800     PERFORM INICIAR-SECCION.
070900     MOVE "N" TO WS-EOF-ARCHIVO.
071000     MOVE ZEROES TO DIR-NUMERO-PROVEEDOR.
071100     MOVE SPACE TO DIR-TIPO.
071200     START ARCHIVO-DIRECCIONES
071300         KEY IS NOT LESS DIR-LLAVE
071400         INVALID KEY
071500             MOVE "S" TO WS-EOF-ARCHIVO
071600     END-START.
071700     PERFORM UNTIL EOF-ARCHIVO
071800         READ ARCHIVO-DIRECCIONES NEXT RECORD
071900             AT END
072000                 MOVE "S" TO WS-EOF-ARCHIVO
072100             NOT AT END
072200                 IF DIRECCION-REMESA
072300                     PERFORM REVISAR-REMESA
072400                 END-IF
072500         END-READ
072600     END-PERFORM.
072700     PERFORM TERMINAR-SECCION.
072800
072900 REVISAR-REMESA.
073000     MOVE DIR-NUMERO-PROVEEDOR TO WS-NUMERO-BUSCADO.
073100     PERFORM LEER-PROVEEDOR-BUSCADO.
073200     IF PROVEEDOR-EXISTE
073300        AND (DIR-DIRECCION-1 NOT = DIRECCION-PROVEEDOR-1
073400          OR DIR-DIRECCION-2 NOT = DIRECCION-PROVEEDOR-2
073500          OR DIR-CIUDAD NOT = CIUDAD-PROVEEDOR
073600          OR DIR-ESTADO NOT = ESTADO-PROVEEDOR
073700          OR DIR-CODIGO-POSTAL NOT = CODIGO-POSTAL-PROVEEDOR)
073800         PERFORM BUSCAR-PATRON-APARTADO
073900         IF WS-PATRON-HALLADO NOT = SPACES
074000             MOVE SPACES TO DET-DETALLE
074100             STRING DIR-DIRECCION-1 " "
074200                 DIR-CIUDAD(1:14) " " DIR-ESTADO
074300                 DELIMITED BY SIZE INTO DET-DETALLE
074400             PERFORM ESCRIBIR-DETALLE
074500         END-IF
074600     END-IF.
074700
074800 BUSCAR-PATRON-APARTADO.
074900*    Both address lines, upper case, with periods
075000*    dropped and runs of spaces closed up, so that
075100*    P.O. Box, P O BOX and PO BOX read alike.
075200     MOVE SPACES TO WS-LINEA-ORIGEN.
075300     STRING DIR-DIRECCION-1 " " DIR-DIRECCION-2
075400         DELIMITED BY SIZE INTO WS-LINEA-ORIGEN.
075500     INSPECT WS-LINEA-ORIGEN
075600         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
075700     MOVE SPACES TO WS-LINEA-NORMAL.
075800     MOVE 1 TO WS-LARGO-TEXTO.
075900     MOVE SPACE TO WS-CARACTER-ANTERIOR.
076000     PERFORM VARYING WS-INDICE-TEXTO FROM 1 BY 1
076100             UNTIL WS-INDICE-TEXTO > 62
076200         MOVE WS-LINEA-ORIGEN(WS-INDICE-TEXTO:1) TO WS-CARACTER
076300         IF WS-CARACTER NOT = "."
076400            AND NOT (WS-CARACTER = SPACE
076500                     AND WS-CARACTER-ANTERIOR = SPACE)
076600             ADD 1 TO WS-LARGO-TEXTO
076700             MOVE WS-CARACTER TO WS-LINEA-NORMAL(WS-LARGO-TEXTO:1)
076800             MOVE WS-CARACTER TO WS-CARACTER-ANTERIOR
076900         END-IF
077000     END-PERFORM.
077100     MOVE SPACES TO WS-PATRON-HALLADO.
077200     PERFORM VARYING WS-INDICE-PATRON FROM 1 BY 1
077300             UNTIL WS-INDICE-PATRON > 10
077400                OR WS-PATRON-HALLADO NOT = SPACES
077500         MOVE ZEROES TO WS-COINCIDENCIAS
077600         INSPECT WS-LINEA-NORMAL TALLYING WS-COINCIDENCIAS
077700             FOR ALL PAT-TEXTO(WS-INDICE-PATRON)
077800                 (1:PAT-LARGO(WS-INDICE-PATRON))
077900         IF WS-COINCIDENCIAS > ZEROES
078000             MOVE PAT-TEXTO(WS-INDICE-PATRON) TO WS-PATRON-HALLADO
078100         END-IF
078200     END-PERFORM.
078300
078400 ENMASCARAR-CUENTA.
078500*    Everything but the last four keyed digits is
078600*    starred out.
078700     MOVE WS-CUENTA-ENMASCARADA TO WS-CUENTA-TRABAJO.
078800     PERFORM CONTAR-LARGO-CUENTA.
078900     IF WS-LARGO-CUENTA > 4
079000         COMPUTE WS-LARGO-CUENTA = WS-LARGO-CUENTA - 4
079100         MOVE ALL "*" TO
079200             WS-CUENTA-ENMASCARADA(1:WS-LARGO-CUENTA)
079300     END-IF.
079400
079500 CONTAR-LARGO-CUENTA.
079600*    Length of the keyed value in WS-CUENTA-TRABAJO,
079700*    ignoring trailing spaces.
079800     MOVE ZEROES TO WS-LARGO-CUENTA.
079900     MOVE 17 TO WS-INDICE-CUENTA.
080000     PERFORM UNTIL WS-INDICE-CUENTA < 1
080100                OR WS-LARGO-CUENTA > ZEROES
080200         IF WS-CUENTA-TRABAJO(WS-INDICE-CUENTA:1) NOT = SPACE
080300             MOVE WS-INDICE-CUENTA TO WS-LARGO-CUENTA
080400         ELSE
080500             SUBTRACT 1 FROM WS-INDICE-CUENTA
080600         END-IF
080700     END-PERFORM.
