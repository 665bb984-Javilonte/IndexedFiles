000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDCRUCE01 INITIAL.
000300*------------------------------------------------
000400* Cross-file integrity sweep.
000500* Checks the files that hang off the vendor master
000600* against the master and the archive, one report
000700* section per check, each with its own count:
000800*   1-6 address, bank, note, compliance document,
000900*       TIN matching and AP activity records whose
001000*       vendor is not on the master - purged to the
001100*       archive (the archive purge deletes the master
001200*       record only) or on neither file
001300*   7   cross-reference entries whose survivor is not
001400*       on the master, is inactive, or has itself
001500*       been retired into another vendor
001600*   8   vendors whose class code is not on the class
001700*       table
001800*   9   bank records with a change still pending for
001900*       an inactive vendor
002000* The report is vendor-crosscheck-report. By default
002100* nothing is changed. In cleanup mode - supervisors
002200* only - each orphan found in sections 1-6 is copied
002300* to the holding file vendor-orphan-hold (source
002400* file, vendor, when, who, and the record image as
002500* it was), then deleted, and the removal is audited
002600* (action HUERFANO-BAJA, field = source file). A
002700* vendor later restored from the archive gets its
002800* address and bank details back from the holding
002900* file by hand. Sections 7-9 are report only.
003000* Run from the menu the signed-on operator and level
003100* are passed in. Run directly it asks for a
003200* supervisor ID; a blank answer, or an ID that is
003300* not an active supervisor, runs report only.
003400*------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800
003900     SELECT ARCHIVO-PROVEEDOR
004000         ASSIGN TO "vendor-file"
004100         ORGANIZATION IS INDEXED
004200         RECORD KEY IS NUMERO-PROVEEDOR
004300         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
004400             WITH DUPLICATES
004500         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
004600             WITH DUPLICATES
004700         ACCESS MODE IS DYNAMIC.
004800
004900     SELECT OPTIONAL ARCHIVO-ARCHIVADO
005000         ASSIGN TO "vendor-archive"
005100         ORGANIZATION IS INDEXED
005200         RECORD KEY IS ARCH-NUMERO-PROVEEDOR
005300         ACCESS MODE IS DYNAMIC.
005400
005500     SELECT OPTIONAL ARCHIVO-DIRECCIONES
005600         ASSIGN TO "vendor-address-file"
005700         ORGANIZATION IS INDEXED
005800         RECORD KEY IS DIR-LLAVE
005900         ACCESS MODE IS DYNAMIC.
006000
006100     SELECT OPTIONAL ARCHIVO-BANCOS
006200         ASSIGN TO "vendor-bank-file"
006300         ORGANIZATION IS INDEXED
006400         RECORD KEY IS BCO-NUMERO-PROVEEDOR
006500         ACCESS MODE IS DYNAMIC.
006600
006700     SELECT OPTIONAL ARCHIVO-NOTAS
006800         ASSIGN TO "vendor-notes-file"
006900         ORGANIZATION IS INDEXED
007000         RECORD KEY IS NOTA-LLAVE
007100         ACCESS MODE IS DYNAMIC.
007200
007300     SELECT OPTIONAL ARCHIVO-DOCUMENTOS
007400         ASSIGN TO "vendor-document-file"
007500         ORGANIZATION IS INDEXED
007600         RECORD KEY IS DOC-LLAVE
007700         ACCESS MODE IS DYNAMIC.
007800
007900     SELECT OPTIONAL ARCHIVO-TIN
008000         ASSIGN TO "vendor-tin-file"
008100         ORGANIZATION IS INDEXED
008200         RECORD KEY IS TIN-NUMERO-PROVEEDOR
008300         ACCESS MODE IS DYNAMIC.
008400
008410     SELECT OPTIONAL ARCHIVO-ACTIVIDAD
008420         ASSIGN TO "vendor-activity-file"
008430         ORGANIZATION IS INDEXED
008440         RECORD KEY IS ACT-NUMERO-PROVEEDOR
008450         ACCESS MODE IS DYNAMIC.
008460
008500     SELECT OPTIONAL ARCHIVO-XREF
008600         ASSIGN TO "vendor-xref"
008700         ORGANIZATION IS INDEXED
008800         RECORD KEY IS XREF-NUMERO-RETIRADO
008900         ACCESS MODE IS DYNAMIC.
009000
009100     SELECT OPTIONAL ARCHIVO-CLASES
009200         ASSIGN TO "vendor-class-file"
009300         ORGANIZATION IS INDEXED
009400         RECORD KEY IS CLA-CODIGO
009500         ACCESS MODE IS DYNAMIC.
009600
009700     SELECT OPTIONAL ARCHIVO-AUDITORIA
009800         ASSIGN TO "vendor-audit-log"
009900         ORGANIZATION IS INDEXED
010000         RECORD KEY IS AUD-LLAVE
010100         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
010200             WITH DUPLICATES
010300         ACCESS MODE IS DYNAMIC.
010400
010500     SELECT ARCHIVO-OPERADORES
010600         ASSIGN TO "operator-file"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-FS-OPERADORES.
010900
011000     SELECT OPTIONAL ARCHIVO-RETENIDOS
011100         ASSIGN TO "vendor-orphan-hold"
011200         ORGANIZATION IS LINE SEQUENTIAL.
011300
011400     SELECT REPORTE-CRUCE
011500         ASSIGN TO "vendor-crosscheck-report"
011600         ORGANIZATION IS LINE SEQUENTIAL.
011700
011800 DATA DIVISION.
011900 FILE SECTION.
012000
012100 FD ARCHIVO-PROVEEDOR
012200         LABEL RECORDS ARE STANDARD.
012300     COPY VENDREC.
012400
012500 FD ARCHIVO-ARCHIVADO
012600         LABEL RECORDS ARE STANDARD.
012700 01  REGISTRO-ARCHIVADO.
012800     05 ARCH-NUMERO-PROVEEDOR PIC 9(5).
012900     05 ARCH-NOMBRE-PROVEEDOR PIC X(30).
013000     05 ARCH-DIRECCION-PROVEEDOR-1 PIC X(30).
013100     05 ARCH-DIRECCION-PROVEEDOR-2 PIC X(30).
013200     05 ARCH-CIUDAD-PROVEEDOR PIC X(20).
013300     05 ARCH-ESTADO-PROVEEDOR PIC X(2).
013400     05 ARCH-CODIGO-POSTAL-PROVEEDOR PIC X(10).
013500     05 ARCH-CONTACTO-PROVEEDOR PIC X(30).
013600     05 ARCH-TELEFONO-PROVEEDOR PIC X(15).
013700     05 ARCH-SITUACION-PROVEEDOR PIC X(1).
013800     05 ARCH-FECHA-ALTA-PROVEEDOR PIC 9(8).
013900     05 ARCH-FECHA-ULTIMO-CAMBIO PIC 9(8).
014000     05 ARCH-MOTIVO-ESPERA PIC X(30).
014100     05 ARCH-FECHA-LIBERACION PIC 9(8).
014200     05 ARCH-ID-FISCAL PIC X(11).
014300     05 ARCH-MARCA-1099 PIC X(1).
014400     05 ARCH-CLASE PIC X(3).
014500
014600 FD ARCHIVO-DIRECCIONES
014700         LABEL RECORDS ARE STANDARD.
014800     COPY VENDADR.
014900
015000 FD ARCHIVO-BANCOS
015100         LABEL RECORDS ARE STANDARD.
015200     COPY VENDBCO.
015300
015400 FD ARCHIVO-NOTAS
015500         LABEL RECORDS ARE STANDARD.
015600     COPY VENDNOT.
015700
015800 FD ARCHIVO-DOCUMENTOS
015900         LABEL RECORDS ARE STANDARD.
016000     COPY VENDDOC.
016100
016200 FD ARCHIVO-TIN
016300         LABEL RECORDS ARE STANDARD.
016400     COPY VENDTIN.
016500
016510 FD ARCHIVO-ACTIVIDAD
016520         LABEL RECORDS ARE STANDARD.
016530     COPY VENDACT.
016540
016600 FD ARCHIVO-XREF
016700         LABEL RECORDS ARE STANDARD.
016800 01  REGISTRO-XREF.
016900     05 XREF-NUMERO-RETIRADO PIC 9(5).
017000     05 XREF-NUMERO-SOBREVIVIENTE PIC 9(5).
017100     05 XREF-OPERADOR-ID PIC X(8).
017200     05 XREF-FECHA PIC 9(8).
017300     05 XREF-HORA PIC 9(6).
017400
017500 FD ARCHIVO-CLASES
017600         LABEL RECORDS ARE STANDARD.
017700     COPY VENDCLA.
017800
017900 FD ARCHIVO-AUDITORIA
018000         LABEL RECORDS ARE STANDARD.
018100     COPY VENDAUD.
018200
018300 FD ARCHIVO-OPERADORES
018400         LABEL RECORDS ARE STANDARD.
018500 01  REGISTRO-OPERADOR.
018600     05 OPER-ID PIC X(8).
018700     05 OPER-NOMBRE PIC X(30).
018800     05 OPER-NIVEL PIC X(1).
018900     05 OPER-SITUACION PIC X(1).
019000
019100* One line per record moved out of a vendor file
019200* by cleanup mode; the image is the record exactly
019300* as it was, left-justified.
019400 FD ARCHIVO-RETENIDOS
019500         LABEL RECORDS ARE STANDARD.
019600 01  REGISTRO-RETENIDO.
019700     05 RET-ARCHIVO PIC X(15).
019800     05 RET-NUMERO-PROVEEDOR PIC 9(5).
019900     05 RET-FECHA PIC 9(8).
020000     05 RET-HORA PIC 9(6).
020100     05 RET-OPERADOR-ID PIC X(8).
020200     05 RET-MOTIVO PIC X(30).
020300     05 RET-IMAGEN PIC X(150).
020400
020500 FD REPORTE-CRUCE
020600         LABEL RECORDS ARE STANDARD.
020700 01  LINEA-REPORTE PIC X(132).
020800
020900 WORKING-STORAGE SECTION.
021000
021100 01  WS-OPERADOR-ID PIC X(8) VALUE SPACES.
021200 01  WS-FS-OPERADORES PIC XX VALUE SPACES.
021300 01  WS-EOF-OPERADORES PIC X VALUE "N".
021400     88 EOF-OPERADORES VALUE "S".
021500 01  WS-NIVEL-OPERADOR PIC X(1) VALUE "O".
021600     88 OPERADOR-ES-SUPERVISOR VALUE "S".
021700 01  WS-RESPUESTA PIC X VALUE SPACE.
021800
021900 01  WS-MODO PIC X(1) VALUE "R".
022000     88 MODO-LIMPIEZA VALUE "L".
022100
022200 01  WS-EOF-ARCHIVO PIC X VALUE "N".
022300     88 EOF-ARCHIVO VALUE "S".
022400
022500 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
022600     88 AUDITORIA-GRABADA VALUE "S".
022700
022800* Where the vendor a record belongs to was found:
022900* M = master, A = archive only, N = neither. The
023000* last vendor looked up is kept so runs of records
023100* for one vendor read the files once.
023200 01  WS-NUMERO-DUENO PIC 9(5) VALUE ZEROES.
023300 01  WS-NUMERO-CACHE PIC 9(5) VALUE ZEROES.
023400 01  WS-CACHE-CARGADO PIC X VALUE "N".
023500     88 CACHE-CARGADO VALUE "S".
023600 01  WS-UBICACION-DUENO PIC X(1) VALUE SPACE.
023700     88 DUENO-EN-MAESTRO VALUE "M".
023800     88 DUENO-EN-ARCHIVO VALUE "A".
023900     88 DUENO-NO-EXISTE VALUE "N".
024000 01  WS-NOMBRE-DUENO PIC X(30) VALUE SPACES.
024100 01  WS-SITUACION-DUENO PIC X(1) VALUE SPACE.
024200
024300* The record being reported, for the detail line,
024400* the holding file and the audit entry.
024500 01  WS-ARCHIVO-ORIGEN PIC X(15) VALUE SPACES.
024600 01  WS-LLAVE-TEXTO PIC X(14) VALUE SPACES.
024700 01  WS-MOTIVO PIC X(30) VALUE SPACES.
024800 01  WS-RESULTADO PIC X(24) VALUE SPACES.
024900 01  WS-IMAGEN-REGISTRO PIC X(150) VALUE SPACES.
025000 01  WS-BORRADO PIC X VALUE "N".
025100     88 REGISTRO-BORRADO VALUE "S".
025200
025300 01  WS-XREF-RETIRADO PIC 9(5) VALUE ZEROES.
025400 01  WS-XREF-SOBREVIVIENTE PIC 9(5) VALUE ZEROES.
025500
025600 01  WS-CONTADOR-SECCION PIC 9(5) VALUE ZEROES.
025700 01  WS-TOTAL-HUERFANOS PIC 9(6) VALUE ZEROES.
025800 01  WS-TOTAL-RETENIDOS PIC 9(6) VALUE ZEROES.
025900 01  WS-TOTAL-XREF PIC 9(6) VALUE ZEROES.
026000 01  WS-TOTAL-CLASES PIC 9(6) VALUE ZEROES.
026100 01  WS-TOTAL-PENDIENTES PIC 9(6) VALUE ZEROES.
026200
026300 01  WS-FECHA-HORA-SISTEMA.
026400     05 WS-CDT-FECHA PIC 9(8).
026500     05 WS-CDT-HORA PIC 9(6).
026600     05 WS-CDT-RESTO PIC X(7).
026700
026800 01  LINEA-ENCABEZADO-1.
026900     05 FILLER PIC X(30)
027000         VALUE "CROSS-FILE INTEGRITY SWEEP".
027100     05 FILLER PIC X(5) VALUE "RUN: ".
027200     05 ENC1-FECHA PIC 9(8).
027300     05 FILLER PIC X(2) VALUE SPACES.
027400     05 FILLER PIC X(6) VALUE "MODE: ".
027500     05 ENC1-MODO PIC X(30).
027600
027700 01  LINEA-SECCION.
027800     05 FILLER PIC X(9) VALUE "SECTION..".
027900     05 SEC-TITULO PIC X(60).
028000
028100 01  LINEA-ENCABEZADO-2.
028200     05 FILLER PIC X(7) VALUE "VEND#".
028300     05 FILLER PIC X(15) VALUE "RECORD".
028400     05 FILLER PIC X(31) VALUE "NAME".
028500     05 FILLER PIC X(31) VALUE "FINDING".
028600     05 FILLER PIC X(24) VALUE "ACTION".
028700
028800 01  LINEA-DETALLE.
028900     05 DET-NUMERO PIC ZZZZ9.
029000     05 FILLER PIC X(2) VALUE SPACES.
029100     05 DET-LLAVE PIC X(14).
029200     05 FILLER PIC X(1) VALUE SPACE.
029300     05 DET-NOMBRE PIC X(30).
029400     05 FILLER PIC X(1) VALUE SPACE.
029500     05 DET-MOTIVO PIC X(30).
029600     05 FILLER PIC X(1) VALUE SPACE.
029700     05 DET-RESULTADO PIC X(24).
029800
029900 01  LINEA-CONTADOR-SECCION.
030000     05 FILLER PIC X(20) VALUE "ENTRIES IN SECTION: ".
030100     05 SEC-CONTADOR PIC ZZZZ9.
030200
030300 01  LINEA-TOTAL.
030400     05 TOT-TITULO PIC X(30).
030500     05 TOT-CONTADOR PIC ZZZZZ9.
030600
030700 LINKAGE SECTION.
030800
030900 01  LNK-OPERADOR-ID PIC X(8).
031000 01  LNK-NIVEL-OPERADOR PIC X(1).
031100
031200 PROCEDURE DIVISION USING LNK-OPERADOR-ID
031300     LNK-NIVEL-OPERADOR.
031400 PROGRAMA-INICIO.
031500     PERFORM INGRESAR-OPERADOR-ID.
031600     PERFORM ELEGIR-MODO.
031700     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
031800     OPEN INPUT ARCHIVO-PROVEEDOR.
031900     OPEN INPUT ARCHIVO-ARCHIVADO.
032000     OPEN INPUT ARCHIVO-XREF.
032100     OPEN INPUT ARCHIVO-CLASES.
032200     IF MODO-LIMPIEZA
032300         OPEN I-O ARCHIVO-DIRECCIONES
032400         OPEN I-O ARCHIVO-BANCOS
032500         OPEN I-O ARCHIVO-NOTAS
032600         OPEN I-O ARCHIVO-DOCUMENTOS
032700         OPEN I-O ARCHIVO-TIN
032750         OPEN I-O ARCHIVO-ACTIVIDAD
032800         OPEN EXTEND ARCHIVO-RETENIDOS
032900     ELSE
033000         OPEN INPUT ARCHIVO-DIRECCIONES
033100         OPEN INPUT ARCHIVO-BANCOS
033200         OPEN INPUT ARCHIVO-NOTAS
033300         OPEN INPUT ARCHIVO-DOCUMENTOS
033400         OPEN INPUT ARCHIVO-TIN
033450         OPEN INPUT ARCHIVO-ACTIVIDAD
033500     END-IF.
033600     OPEN OUTPUT REPORTE-CRUCE.
033700     MOVE WS-CDT-FECHA TO ENC1-FECHA.
033800     IF MODO-LIMPIEZA
033900         MOVE "CLEANUP - ORPHANS MOVED" TO ENC1-MODO
034000     ELSE
034100         MOVE "REPORT ONLY" TO ENC1-MODO
034200     END-IF.
034300     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
034400     PERFORM REVISAR-DIRECCIONES.
034500     PERFORM REVISAR-BANCOS.
034600     PERFORM REVISAR-NOTAS.
034700     PERFORM REVISAR-DOCUMENTOS.
034800     PERFORM REVISAR-TIN.
034850     PERFORM REVISAR-ACTIVIDAD.
034900     PERFORM REVISAR-XREF.
035000     PERFORM REVISAR-CLASES.
035100     PERFORM REVISAR-BANCOS-PENDIENTES.
035200     PERFORM IMPRIMIR-TOTALES.
035300     CLOSE REPORTE-CRUCE.
035400     CLOSE ARCHIVO-PROVEEDOR.
035500     CLOSE ARCHIVO-ARCHIVADO.
035600     CLOSE ARCHIVO-XREF.
035700     CLOSE ARCHIVO-CLASES.
035800     CLOSE ARCHIVO-DIRECCIONES.
035900     CLOSE ARCHIVO-BANCOS.
036000     CLOSE ARCHIVO-NOTAS.
036100     CLOSE ARCHIVO-DOCUMENTOS.
036200     CLOSE ARCHIVO-TIN.
036250     CLOSE ARCHIVO-ACTIVIDAD.
036300     IF MODO-LIMPIEZA
036400         CLOSE ARCHIVO-RETENIDOS
036500     END-IF.
036600     DISPLAY "INTEGRITY SWEEP COMPLETE - ORPHANS: "
036700         WS-TOTAL-HUERFANOS " MOVED: " WS-TOTAL-RETENIDOS
036800         " XREF: " WS-TOTAL-XREF " CLASS: " WS-TOTAL-CLASES
036900         " PENDING BANK: " WS-TOTAL-PENDIENTES.
037000
037100 PROGRAMA-TERMINADO.
037200     GOBACK.
037300
037400 INGRESAR-OPERADOR-ID.
037500*    The menu passes the signed-on ID and level; a
037600*    direct run asks, and a blank answer leaves the
037700*    run in report-only mode.
037800     IF ADDRESS OF LNK-OPERADOR-ID = NULL
037900        OR LNK-OPERADOR-ID = SPACES
038000         DISPLAY "ENTER SUPERVISOR ID FOR CLEANUP MODE"
038100             " (BLANK = REPORT ONLY)"
038200         MOVE SPACES TO WS-OPERADOR-ID
038300         ACCEPT WS-OPERADOR-ID
038400     ELSE
038500         MOVE LNK-OPERADOR-ID TO WS-OPERADOR-ID
038600     END-IF.
038700     MOVE "O" TO WS-NIVEL-OPERADOR.
038800     IF WS-OPERADOR-ID NOT = SPACES
038900         IF ADDRESS OF LNK-NIVEL-OPERADOR NOT = NULL
039000            AND LNK-NIVEL-OPERADOR NOT = SPACES
039100             MOVE LNK-NIVEL-OPERADOR TO WS-NIVEL-OPERADOR
039200         ELSE
039300             PERFORM BUSCAR-NIVEL-EN-ARCHIVO
039400         END-IF
039500     END-IF.
039600
039700 BUSCAR-NIVEL-EN-ARCHIVO.
039800     MOVE "N" TO WS-EOF-OPERADORES.
039900     OPEN INPUT ARCHIVO-OPERADORES.
040000     IF WS-FS-OPERADORES NOT = "00"
040100         MOVE "S" TO WS-EOF-OPERADORES
040200     END-IF.
040300     PERFORM LEER-OPERADOR-SIGUIENTE
040400         UNTIL EOF-OPERADORES.
040500*    Status is "10" after the AT END read; only an
040600*    open that failed outright leaves nothing open.
040700     IF WS-FS-OPERADORES = "00" OR WS-FS-OPERADORES = "10"
040800         CLOSE ARCHIVO-OPERADORES
040900     END-IF.
041000
041100 LEER-OPERADOR-SIGUIENTE.
041200     READ ARCHIVO-OPERADORES
041300         AT END
041400             MOVE "S" TO WS-EOF-OPERADORES
041500         NOT AT END
041600             IF OPER-ID = WS-OPERADOR-ID
041700                AND OPER-NIVEL = "S"
041800                AND OPER-SITUACION NOT = "I"
041900                 MOVE "S" TO WS-NIVEL-OPERADOR
042000                 MOVE "S" TO WS-EOF-OPERADORES
042100             END-IF
042200     END-READ.
042300
042400 ELEGIR-MODO.
042500     MOVE "R" TO WS-MODO.
042600     IF WS-OPERADOR-ID NOT = SPACES
042700         IF OPERADOR-ES-SUPERVISOR
042800             DISPLAY "CLEANUP MODE MOVES ORPHAN RECORDS TO THE"
042900                 " HOLDING FILE"
043000             DISPLAY "RUN IN CLEANUP MODE? (Y/N)"
043100             MOVE SPACE TO WS-RESPUESTA
043200             ACCEPT WS-RESPUESTA
043300             IF WS-RESPUESTA = "Y" OR WS-RESPUESTA = "y"
043400                 MOVE "L" TO WS-MODO
043500             END-IF
043600         ELSE
043700             DISPLAY "CLEANUP MODE IS RESTRICTED TO SUPERVISORS"
043800                 " - REPORT ONLY"
043900         END-IF
044000     END-IF.
044100     IF MODO-LIMPIEZA
044200         DISPLAY "RUNNING IN CLEANUP MODE"
044300     ELSE
044400         DISPLAY "RUNNING IN REPORT-ONLY MODE"
044500     END-IF.
044600
044700*------------------------------------------------
044800* Vendor lookup shared by every section.
044900*------------------------------------------------
045000 BUSCAR-PROVEEDOR-DUENO.
045100     IF CACHE-CARGADO AND WS-NUMERO-DUENO = WS-NUMERO-CACHE
045200         CONTINUE
045300     ELSE
045400         MOVE "S" TO WS-CACHE-CARGADO
045500         MOVE WS-NUMERO-DUENO TO WS-NUMERO-CACHE
045600         MOVE "M" TO WS-UBICACION-DUENO
045700         MOVE WS-NUMERO-DUENO TO NUMERO-PROVEEDOR
045800         READ ARCHIVO-PROVEEDOR
045900             KEY IS NUMERO-PROVEEDOR
046000             INVALID KEY
046100                 MOVE "N" TO WS-UBICACION-DUENO
046200             NOT INVALID KEY
046300                 MOVE NOMBRE-PROVEEDOR TO WS-NOMBRE-DUENO
046400                 MOVE SITUACION-PROVEEDOR TO WS-SITUACION-DUENO
046500         END-READ
046600         IF DUENO-NO-EXISTE
046700             PERFORM BUSCAR-DUENO-EN-ARCHIVO
046800         END-IF
046900     END-IF.
047000
047100 BUSCAR-DUENO-EN-ARCHIVO.
047200     MOVE "(NO SUCH VENDOR)" TO WS-NOMBRE-DUENO.
047300     MOVE SPACE TO WS-SITUACION-DUENO.
047400     MOVE WS-NUMERO-DUENO TO ARCH-NUMERO-PROVEEDOR.
047500     READ ARCHIVO-ARCHIVADO
047600         KEY IS ARCH-NUMERO-PROVEEDOR
047700         INVALID KEY
047800             CONTINUE
047900         NOT INVALID KEY
048000             MOVE "A" TO WS-UBICACION-DUENO
048100             MOVE ARCH-NOMBRE-PROVEEDOR TO WS-NOMBRE-DUENO
048200             MOVE ARCH-SITUACION-PROVEEDOR
048300                 TO WS-SITUACION-DUENO
048400     END-READ.
048500
048600 DESCRIBIR-HUERFANO.
048700     IF DUENO-EN-ARCHIVO
048800         MOVE "VENDOR PURGED - ON ARCHIVE" TO WS-MOTIVO
048900     ELSE
049000         MOVE "NOT ON MASTER OR ARCHIVE" TO WS-MOTIVO
049100     END-IF.
049200     ADD 1 TO WS-TOTAL-HUERFANOS.
049300     MOVE SPACES TO WS-RESULTADO.
049400     MOVE "N" TO WS-BORRADO.
049500
049600*------------------------------------------------
049700* Sections 1-6: satellite records with no vendor.
049800* In cleanup mode the record is written to the
049900* holding file before it is deleted, so a failed
050000* delete never loses it.
050100*------------------------------------------------
050200 REVISAR-DIRECCIONES.
050300     MOVE "1 ADDRESS RECORDS WITH NO VENDOR ON THE MASTER"
050400         TO SEC-TITULO.
050500     PERFORM INICIAR-SECCION.
050600     MOVE "ADDRESS" TO WS-ARCHIVO-ORIGEN.
050700     MOVE LOW-VALUES TO DIR-LLAVE.
050800     START ARCHIVO-DIRECCIONES KEY IS NOT LESS DIR-LLAVE
050900         INVALID KEY
051000             MOVE "S" TO WS-EOF-ARCHIVO
051100     END-START.
051200     PERFORM REVISAR-DIRECCION-SIGUIENTE
051300         UNTIL EOF-ARCHIVO.
051400     PERFORM TERMINAR-SECCION.
051500
051600 REVISAR-DIRECCION-SIGUIENTE.
051700     READ ARCHIVO-DIRECCIONES NEXT RECORD
051800         AT END
051900             MOVE "S" TO WS-EOF-ARCHIVO
052000         NOT AT END
052100             MOVE DIR-NUMERO-PROVEEDOR TO WS-NUMERO-DUENO
052200             PERFORM BUSCAR-PROVEEDOR-DUENO
052300             IF NOT DUENO-EN-MAESTRO
052400                 PERFORM DESCRIBIR-HUERFANO
052500                 MOVE SPACES TO WS-LLAVE-TEXTO
052600                 STRING "ADDR TYPE " DIR-TIPO
052700                     DELIMITED BY SIZE INTO WS-LLAVE-TEXTO
052800                 IF MODO-LIMPIEZA
052900                     MOVE REGISTRO-DIRECCION TO WS-IMAGEN-REGISTRO
053000                     PERFORM RETENER-REGISTRO
053100                     DELETE ARCHIVO-DIRECCIONES RECORD
053200                         INVALID KEY
053300                             MOVE "NOT DELETED - COPY HELD"
053400                                 TO WS-RESULTADO
053500                         NOT INVALID KEY
053600                             MOVE "S" TO WS-BORRADO
053700                     END-DELETE
053800                     PERFORM CERRAR-RETENCION
053900                 END-IF
054000                 PERFORM IMPRIMIR-DETALLE
054100             END-IF
054200     END-READ.
054300
054400 REVISAR-BANCOS.
054500     MOVE "2 BANK RECORDS WITH NO VENDOR ON THE MASTER"
054600         TO SEC-TITULO.
054700     PERFORM INICIAR-SECCION.
054800     MOVE "BANK" TO WS-ARCHIVO-ORIGEN.
054900     MOVE ZEROES TO BCO-NUMERO-PROVEEDOR.
055000     START ARCHIVO-BANCOS KEY IS NOT LESS BCO-NUMERO-PROVEEDOR
055100         INVALID KEY
055200             MOVE "S" TO WS-EOF-ARCHIVO
055300     END-START.
055400     PERFORM REVISAR-BANCO-SIGUIENTE
055500         UNTIL EOF-ARCHIVO.
055600     PERFORM TERMINAR-SECCION.
055700
055800 REVISAR-BANCO-SIGUIENTE.
055900     READ ARCHIVO-BANCOS NEXT RECORD
056000         AT END
056100             MOVE "S" TO WS-EOF-ARCHIVO
056200         NOT AT END
056300             MOVE BCO-NUMERO-PROVEEDOR TO WS-NUMERO-DUENO
056400             PERFORM BUSCAR-PROVEEDOR-DUENO
056500             IF NOT DUENO-EN-MAESTRO
056600                 PERFORM DESCRIBIR-HUERFANO
056700                 MOVE SPACES TO WS-LLAVE-TEXTO
056800                 IF BCO-RUTA-APROBADA NOT = SPACES
056900                     MOVE "BANK APPROVED" TO WS-LLAVE-TEXTO
057000                 ELSE
057100                     MOVE "BANK PENDING" TO WS-LLAVE-TEXTO
057200                 END-IF
057300                 IF MODO-LIMPIEZA
057400                     MOVE REGISTRO-BANCO TO WS-IMAGEN-REGISTRO
057500                     PERFORM RETENER-REGISTRO
057600                     DELETE ARCHIVO-BANCOS RECORD
057700                         INVALID KEY
057800                             MOVE "NOT DELETED - COPY HELD"
057900                                 TO WS-RESULTADO
058000                         NOT INVALID KEY
058100                             MOVE "S" TO WS-BORRADO
058200                     END-DELETE
058300                     PERFORM CERRAR-RETENCION
058400                 END-IF
058500                 PERFORM IMPRIMIR-DETALLE
058600             END-IF
058700     END-READ.
058800
058900 REVISAR-NOTAS.
059000     MOVE "3 NOTE RECORDS WITH NO VENDOR ON THE MASTER"
059100         TO SEC-TITULO.
059200     PERFORM INICIAR-SECCION.
059300     MOVE "NOTES" TO WS-ARCHIVO-ORIGEN.
059400     MOVE LOW-VALUES TO NOTA-LLAVE.
059500     START ARCHIVO-NOTAS KEY IS NOT LESS NOTA-LLAVE
059600         INVALID KEY
059700             MOVE "S" TO WS-EOF-ARCHIVO
059800     END-START.
059900     PERFORM REVISAR-NOTA-SIGUIENTE
060000         UNTIL EOF-ARCHIVO.
060100     PERFORM TERMINAR-SECCION.
060200
060300 REVISAR-NOTA-SIGUIENTE.
060400     READ ARCHIVO-NOTAS NEXT RECORD
060500         AT END
060600             MOVE "S" TO WS-EOF-ARCHIVO
060700         NOT AT END
060800             MOVE NOTA-NUMERO-PROVEEDOR TO WS-NUMERO-DUENO
060900             PERFORM BUSCAR-PROVEEDOR-DUENO
061000             IF NOT DUENO-EN-MAESTRO
061100                 PERFORM DESCRIBIR-HUERFANO
061200                 MOVE SPACES TO WS-LLAVE-TEXTO
061300                 STRING "NOTE " NOTA-SECUENCIA
061400                     DELIMITED BY SIZE INTO WS-LLAVE-TEXTO
061500                 IF MODO-LIMPIEZA
061600                     MOVE REGISTRO-NOTA TO WS-IMAGEN-REGISTRO
061700                     PERFORM RETENER-REGISTRO
061800                     DELETE ARCHIVO-NOTAS RECORD
061900                         INVALID KEY
062000                             MOVE "NOT DELETED - COPY HELD"
062100                                 TO WS-RESULTADO
062200                         NOT INVALID KEY
062300                             MOVE "S" TO WS-BORRADO
062400                     END-DELETE
062500                     PERFORM CERRAR-RETENCION
062600                 END-IF
062700                 PERFORM IMPRIMIR-DETALLE
062800             END-IF
062900     END-READ.
063000
063100 REVISAR-DOCUMENTOS.
063200     MOVE "4 COMPLIANCE DOCUMENTS WITH NO VENDOR ON THE MASTER"
063300         TO SEC-TITULO.
063400     PERFORM INICIAR-SECCION.
063500     MOVE "DOCUMENT" TO WS-ARCHIVO-ORIGEN.
063600     MOVE LOW-VALUES TO DOC-LLAVE.
063700     START ARCHIVO-DOCUMENTOS KEY IS NOT LESS DOC-LLAVE
063800         INVALID KEY
063900             MOVE "S" TO WS-EOF-ARCHIVO
064000     END-START.
064100     PERFORM REVISAR-DOCUMENTO-SIGUIENTE
064200         UNTIL EOF-ARCHIVO.
064300     PERFORM TERMINAR-SECCION.
064400
064500 REVISAR-DOCUMENTO-SIGUIENTE.
064600     READ ARCHIVO-DOCUMENTOS NEXT RECORD
064700         AT END
064800             MOVE "S" TO WS-EOF-ARCHIVO
064900         NOT AT END
065000             MOVE DOC-NUMERO-PROVEEDOR TO WS-NUMERO-DUENO
065100             PERFORM BUSCAR-PROVEEDOR-DUENO
065200             IF NOT DUENO-EN-MAESTRO
065300                 PERFORM DESCRIBIR-HUERFANO
065400                 MOVE SPACES TO WS-LLAVE-TEXTO
065500                 STRING "DOC " DOC-TIPO
065600                     DELIMITED BY SIZE INTO WS-LLAVE-TEXTO
065700                 IF MODO-LIMPIEZA
065800                     MOVE REGISTRO-DOCUMENTO TO WS-IMAGEN-REGISTRO
065900                     PERFORM RETENER-REGISTRO
066000                     DELETE ARCHIVO-DOCUMENTOS RECORD
066100                         INVALID KEY
066200                             MOVE "NOT DELETED - COPY HELD"
066300                                 TO WS-RESULTADO
066400                         NOT INVALID KEY
066500                             MOVE "S" TO WS-BORRADO
066600                     END-DELETE
066700                     PERFORM CERRAR-RETENCION
066800                 END-IF
066900                 PERFORM IMPRIMIR-DETALLE
067000             END-IF
067100     END-READ.
067200
067300 REVISAR-TIN.
067400     MOVE "5 TIN MATCHING RECORDS WITH NO VENDOR ON THE MASTER"
067500         TO SEC-TITULO.
067600     PERFORM INICIAR-SECCION.
067700     MOVE "TIN-MATCH" TO WS-ARCHIVO-ORIGEN.
067800     MOVE ZEROES TO TIN-NUMERO-PROVEEDOR.
067900     START ARCHIVO-TIN KEY IS NOT LESS TIN-NUMERO-PROVEEDOR
068000         INVALID KEY
068100             MOVE "S" TO WS-EOF-ARCHIVO
068200     END-START.
068300     PERFORM REVISAR-TIN-SIGUIENTE
068400         UNTIL EOF-ARCHIVO.
068500     PERFORM TERMINAR-SECCION.
068600
068700 REVISAR-TIN-SIGUIENTE.
068800     READ ARCHIVO-TIN NEXT RECORD
068900         AT END
069000             MOVE "S" TO WS-EOF-ARCHIVO
069100         NOT AT END
069200             MOVE TIN-NUMERO-PROVEEDOR TO WS-NUMERO-DUENO
069300             PERFORM BUSCAR-PROVEEDOR-DUENO
069400             IF NOT DUENO-EN-MAESTRO
069500                 PERFORM DESCRIBIR-HUERFANO
069600                 MOVE SPACES TO WS-LLAVE-TEXTO
069700                 STRING "TIN " TIN-FECHA-SOLICITUD
069800                     DELIMITED BY SIZE INTO WS-LLAVE-TEXTO
069900                 IF MODO-LIMPIEZA
070000                     MOVE REGISTRO-TIN TO WS-IMAGEN-REGISTRO
070100                     PERFORM RETENER-REGISTRO
070200                     DELETE ARCHIVO-TIN RECORD
070300                         INVALID KEY
070400                             MOVE "NOT DELETED - COPY HELD"
070500                                 TO WS-RESULTADO
070600                         NOT INVALID KEY
070700                             MOVE "S" TO WS-BORRADO
070800                     END-DELETE
070900                     PERFORM CERRAR-RETENCION
071000                 END-IF
071100                 PERFORM IMPRIMIR-DETALLE
071200             END-IF
071300     END-READ.
071302
071304 REVISAR-ACTIVIDAD.
071306     MOVE "6 AP ACTIVITY RECORDS WITH NO VENDOR ON THE MASTER"
071308         TO SEC-TITULO.
071310     PERFORM INICIAR-SECCION.
071312     MOVE "AP-ACTIVITY" TO WS-ARCHIVO-ORIGEN.
071314     MOVE ZEROES TO ACT-NUMERO-PROVEEDOR.
071316     START ARCHIVO-ACTIVIDAD
071318         KEY IS NOT LESS ACT-NUMERO-PROVEEDOR
071320         INVALID KEY
071322             MOVE "S" TO WS-EOF-ARCHIVO
071324     END-START.
071326     PERFORM REVISAR-ACTIVIDAD-SIGUIENTE
071328         UNTIL EOF-ARCHIVO.
071330     PERFORM TERMINAR-SECCION.
071332
071334 REVISAR-ACTIVIDAD-SIGUIENTE.
071336     READ ARCHIVO-ACTIVIDAD NEXT RECORD
071338         AT END
071340             MOVE "S" TO WS-EOF-ARCHIVO
071342         NOT AT END
071344             MOVE ACT-NUMERO-PROVEEDOR TO WS-NUMERO-DUENO
071346             PERFORM BUSCAR-PROVEEDOR-DUENO
071348             IF NOT DUENO-EN-MAESTRO
071350                 PERFORM DESCRIBIR-HUERFANO
071352                 MOVE SPACES TO WS-LLAVE-TEXTO
071354                 STRING "LAST " ACT-FECHA-ULTIMA-ACTIVIDAD
071356                     DELIMITED BY SIZE INTO WS-LLAVE-TEXTO
071358                 IF MODO-LIMPIEZA
071360                     MOVE REGISTRO-ACTIVIDAD TO WS-IMAGEN-REGISTRO
071362                     PERFORM RETENER-REGISTRO
071364                     DELETE ARCHIVO-ACTIVIDAD RECORD
071366                         INVALID KEY
071368                             MOVE "NOT DELETED - COPY HELD"
071370                                 TO WS-RESULTADO
071372                         NOT INVALID KEY
071374                             MOVE "S" TO WS-BORRADO
071376                     END-DELETE
071378                     PERFORM CERRAR-RETENCION
071380                 END-IF
071382                 PERFORM IMPRIMIR-DETALLE
071384             END-IF
071386     END-READ.
071400
071500 RETENER-REGISTRO.
071600     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
071700     MOVE SPACES TO REGISTRO-RETENIDO.
071800     MOVE WS-ARCHIVO-ORIGEN TO RET-ARCHIVO.
071900     MOVE WS-NUMERO-DUENO TO RET-NUMERO-PROVEEDOR.
072000     MOVE WS-CDT-FECHA TO RET-FECHA.
072100     MOVE WS-CDT-HORA TO RET-HORA.
072200     MOVE WS-OPERADOR-ID TO RET-OPERADOR-ID.
072300     MOVE WS-MOTIVO TO RET-MOTIVO.
072400     MOVE WS-IMAGEN-REGISTRO TO RET-IMAGEN.
072500     WRITE REGISTRO-RETENIDO.
072600
072700 CERRAR-RETENCION.
072800     IF REGISTRO-BORRADO
072900         ADD 1 TO WS-TOTAL-RETENIDOS
073000         MOVE "MOVED TO HOLDING FILE" TO WS-RESULTADO
073100         PERFORM ESCRIBIR-AUDITORIA
073200     END-IF.
073300
073400 ESCRIBIR-AUDITORIA.
073500     MOVE SPACES TO REGISTRO-AUDITORIA.
073600     MOVE WS-NUMERO-DUENO TO AUD-NUMERO-PROVEEDOR.
073700     MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID.
073800     MOVE WS-CDT-FECHA TO AUD-FECHA.
073900     MOVE WS-CDT-HORA TO AUD-HORA.
074000     MOVE "HUERFANO-BAJA" TO AUD-ACCION.
074100     MOVE WS-ARCHIVO-ORIGEN TO AUD-CAMPO-MODIFICADO.
074200     MOVE WS-LLAVE-TEXTO TO AUD-VALOR-ANTERIOR.
074300     MOVE "MOVED TO vendor-orphan-hold" TO AUD-VALOR-NUEVO.
074400     MOVE ZEROES TO AUD-SECUENCIA.
074500     OPEN I-O ARCHIVO-AUDITORIA.
074600     PERFORM GRABAR-ENTRADA-AUDITORIA.
074700     CLOSE ARCHIVO-AUDITORIA.
074800
074900 GRABAR-ENTRADA-AUDITORIA.
075000*    Entries written in the same second for the same
075100*    vendor share a date and time, so the sequence
075200*    is stepped until the key is free.
075300     MOVE "N" TO WS-AUDITORIA-GRABADA.
075400     PERFORM UNTIL AUDITORIA-GRABADA
075500         WRITE REGISTRO-AUDITORIA
075600             INVALID KEY
075700                 IF AUD-SECUENCIA = 999
075800                     DISPLAY "ERROR WRITING AUDIT ENTRY: "
075900                         AUD-NUMERO-PROVEEDOR
076000                     MOVE "S" TO WS-AUDITORIA-GRABADA
076100                 ELSE
076200                     ADD 1 TO AUD-SECUENCIA
076300                 END-IF
076400             NOT INVALID KEY
076500                 MOVE "S" TO WS-AUDITORIA-GRABADA
076600         END-WRITE
076700     END-PERFORM.
076800
076900*------------------------------------------------
077000* Section 7: cross-reference survivors.
077100* Looking up whether the survivor was itself
077200* retired moves the file position, so the sweep
077300* restarts just past the entry it was on.
077400*------------------------------------------------
077500 REVISAR-XREF.
077600     MOVE "7 MERGE CROSS-REFERENCE SURVIVOR EXCEPTIONS"
077700         TO SEC-TITULO.
077800     PERFORM INICIAR-SECCION.
077900     MOVE ZEROES TO XREF-NUMERO-RETIRADO.
078000     START ARCHIVO-XREF KEY IS NOT LESS XREF-NUMERO-RETIRADO
078100         INVALID KEY
078200             MOVE "S" TO WS-EOF-ARCHIVO
078300     END-START.
078400     PERFORM REVISAR-XREF-SIGUIENTE
078500         UNTIL EOF-ARCHIVO.
078600     ADD WS-CONTADOR-SECCION TO WS-TOTAL-XREF.
078700     PERFORM TERMINAR-SECCION.
078800
078900 REVISAR-XREF-SIGUIENTE.
079000     READ ARCHIVO-XREF NEXT RECORD
079100         AT END
079200             MOVE "S" TO WS-EOF-ARCHIVO
079300         NOT AT END
079400             MOVE XREF-NUMERO-RETIRADO TO WS-XREF-RETIRADO
079500             MOVE XREF-NUMERO-SOBREVIVIENTE
079600                 TO WS-XREF-SOBREVIVIENTE
079700             PERFORM REVISAR-SOBREVIVIENTE
079800             PERFORM REVISAR-SOBREVIVIENTE-RETIRADO
079900     END-READ.
080000
080100 REVISAR-SOBREVIVIENTE.
080200     MOVE WS-XREF-SOBREVIVIENTE TO WS-NUMERO-DUENO.
080300     PERFORM BUSCAR-PROVEEDOR-DUENO.
080400     MOVE SPACES TO WS-MOTIVO.
080500     IF DUENO-EN-MAESTRO
080600         IF WS-SITUACION-DUENO = "I"
080700             MOVE "SURVIVOR IS INACTIVE" TO WS-MOTIVO
080800         END-IF
080900     ELSE
081000         IF DUENO-EN-ARCHIVO
081100             MOVE "SURVIVOR PURGED - ON ARCHIVE" TO WS-MOTIVO
081200         ELSE
081300             MOVE "SURVIVOR NOT ON MASTER" TO WS-MOTIVO
081400         END-IF
081500     END-IF.
081600     IF WS-MOTIVO NOT = SPACES
081700         PERFORM IMPRIMIR-DETALLE-XREF
081800     END-IF.
081900
082000 REVISAR-SOBREVIVIENTE-RETIRADO.
082100     MOVE WS-XREF-SOBREVIVIENTE TO XREF-NUMERO-RETIRADO.
082200     READ ARCHIVO-XREF
082300         KEY IS XREF-NUMERO-RETIRADO
082400         INVALID KEY
082500             CONTINUE
082600         NOT INVALID KEY
082700             MOVE SPACES TO WS-MOTIVO
082800             STRING "SURVIVOR RETIRED INTO "
082900                 XREF-NUMERO-SOBREVIVIENTE
083000                 DELIMITED BY SIZE INTO WS-MOTIVO
083100             MOVE WS-XREF-SOBREVIVIENTE TO WS-NUMERO-DUENO
083200             PERFORM BUSCAR-PROVEEDOR-DUENO
083300             PERFORM IMPRIMIR-DETALLE-XREF
083400     END-READ.
083500     MOVE WS-XREF-RETIRADO TO XREF-NUMERO-RETIRADO.
083600     START ARCHIVO-XREF KEY IS GREATER THAN XREF-NUMERO-RETIRADO
083700         INVALID KEY
083800             MOVE "S" TO WS-EOF-ARCHIVO
083900     END-START.
084000
084100 IMPRIMIR-DETALLE-XREF.
084200     MOVE SPACES TO WS-LLAVE-TEXTO.
084300     STRING "RETIRED " WS-XREF-RETIRADO
084400         DELIMITED BY SIZE INTO WS-LLAVE-TEXTO.
084500     MOVE SPACES TO WS-RESULTADO.
084600     PERFORM IMPRIMIR-DETALLE.
084700
084800*------------------------------------------------
084900* Section 8: class codes not on the class table.
085000*------------------------------------------------
085100 REVISAR-CLASES.
085200     MOVE "8 VENDOR CLASS CODES NOT ON THE CLASS TABLE"
085300         TO SEC-TITULO.
085400     PERFORM INICIAR-SECCION.
085500     MOVE "N" TO WS-CACHE-CARGADO.
085600     MOVE ZEROES TO NUMERO-PROVEEDOR.
085700     START ARCHIVO-PROVEEDOR KEY IS NOT LESS NUMERO-PROVEEDOR
085800         INVALID KEY
085900             MOVE "S" TO WS-EOF-ARCHIVO
086000     END-START.
086100     PERFORM REVISAR-CLASE-SIGUIENTE
086200         UNTIL EOF-ARCHIVO.
086300     ADD WS-CONTADOR-SECCION TO WS-TOTAL-CLASES.
086400     PERFORM TERMINAR-SECCION.
086500
086600 REVISAR-CLASE-SIGUIENTE.
086700     READ ARCHIVO-PROVEEDOR NEXT RECORD
086800         AT END
086900             MOVE "S" TO WS-EOF-ARCHIVO
087000         NOT AT END
087100             IF CLASE-PROVEEDOR NOT = SPACES
087200                 MOVE CLASE-PROVEEDOR TO CLA-CODIGO
087300                 READ ARCHIVO-CLASES
087400                     KEY IS CLA-CODIGO
087500                     INVALID KEY
087600                         PERFORM IMPRIMIR-DETALLE-CLASE
087700                 END-READ
087800             END-IF
087900     END-READ.
088000
088100 IMPRIMIR-DETALLE-CLASE.
088200     MOVE NUMERO-PROVEEDOR TO WS-NUMERO-DUENO.
088300     MOVE NOMBRE-PROVEEDOR TO WS-NOMBRE-DUENO.
088400     MOVE SPACES TO WS-LLAVE-TEXTO.
088500     STRING "CLASS " CLASE-PROVEEDOR
088600         DELIMITED BY SIZE INTO WS-LLAVE-TEXTO.
088700     MOVE "CLASS CODE NOT ON CLASS TABLE" TO WS-MOTIVO.
088800     MOVE SPACES TO WS-RESULTADO.
088900     PERFORM IMPRIMIR-DETALLE.
089000
089100*------------------------------------------------
089200* Section 9: bank changes pending for vendors that
089300* have since been deactivated.
089400*------------------------------------------------
089500 REVISAR-BANCOS-PENDIENTES.
089600     MOVE "9 BANK CHANGES PENDING FOR INACTIVE VENDORS"
089700         TO SEC-TITULO.
089800     PERFORM INICIAR-SECCION.
089900     MOVE "N" TO WS-CACHE-CARGADO.
090000     MOVE ZEROES TO BCO-NUMERO-PROVEEDOR.
090100     START ARCHIVO-BANCOS KEY IS NOT LESS BCO-NUMERO-PROVEEDOR
090200         INVALID KEY
090300             MOVE "S" TO WS-EOF-ARCHIVO
090400     END-START.
090500     PERFORM REVISAR-PENDIENTE-SIGUIENTE
090600         UNTIL EOF-ARCHIVO.
090700     ADD WS-CONTADOR-SECCION TO WS-TOTAL-PENDIENTES.
090800     PERFORM TERMINAR-SECCION.
090900
091000 REVISAR-PENDIENTE-SIGUIENTE.
091100     READ ARCHIVO-BANCOS NEXT RECORD
091200         AT END
091300             MOVE "S" TO WS-EOF-ARCHIVO
091400         NOT AT END
091500             IF BANCO-CAMBIO-PENDIENTE
091600                 MOVE BCO-NUMERO-PROVEEDOR TO WS-NUMERO-DUENO
091700                 PERFORM BUSCAR-PROVEEDOR-DUENO
091800                 IF DUENO-EN-MAESTRO AND WS-SITUACION-DUENO = "I"
091900                     MOVE SPACES TO WS-LLAVE-TEXTO
092000                     STRING "REQ " BCO-SOLICITUD-FECHA
092100                         DELIMITED BY SIZE INTO WS-LLAVE-TEXTO
092200                     MOVE "PENDING - VENDOR INACTIVE"
092300                         TO WS-MOTIVO
092400                     MOVE SPACES TO WS-RESULTADO
092500                     PERFORM IMPRIMIR-DETALLE
092600                 END-IF
092700             END-IF
092800     END-READ.
092900
093000*------------------------------------------------
093100* Report lines.
093200*------------------------------------------------
093300 INICIAR-SECCION.
093400     MOVE ZEROES TO WS-CONTADOR-SECCION.
093500     MOVE "N" TO WS-EOF-ARCHIVO.
093600     WRITE LINEA-REPORTE FROM SPACES.
093700     WRITE LINEA-REPORTE FROM LINEA-SECCION.
093800     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
093900
094000 TERMINAR-SECCION.
094100     MOVE WS-CONTADOR-SECCION TO SEC-CONTADOR.
094200     WRITE LINEA-REPORTE FROM LINEA-CONTADOR-SECCION.
094300
094400 IMPRIMIR-DETALLE.
094500     MOVE WS-NUMERO-DUENO TO DET-NUMERO.
094600     MOVE WS-LLAVE-TEXTO TO DET-LLAVE.
094700     MOVE WS-NOMBRE-DUENO TO DET-NOMBRE.
094800     MOVE WS-MOTIVO TO DET-MOTIVO.
094900     MOVE WS-RESULTADO TO DET-RESULTADO.
095000     WRITE LINEA-REPORTE FROM LINEA-DETALLE.
095100     ADD 1 TO WS-CONTADOR-SECCION.
095200
095300 IMPRIMIR-TOTALES.
095400     WRITE LINEA-REPORTE FROM SPACES.
095500     MOVE "ORPHAN RECORDS FOUND........: " TO TOT-TITULO.
095600     MOVE WS-TOTAL-HUERFANOS TO TOT-CONTADOR.
095700     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
095800     MOVE "ORPHANS MOVED TO HOLDING....: " TO TOT-TITULO.
095900     MOVE WS-TOTAL-RETENIDOS TO TOT-CONTADOR.
096000     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
096100     MOVE "CROSS-REFERENCE EXCEPTIONS..: " TO TOT-TITULO.
096200     MOVE WS-TOTAL-XREF TO TOT-CONTADOR.
096300     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
096400     MOVE "UNKNOWN CLASS CODES.........: " TO TOT-TITULO.
096500     MOVE WS-TOTAL-CLASES TO TOT-CONTADOR.
096600     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
096700     MOVE "PENDING BANK, INACTIVE......: " TO TOT-TITULO.
096800     MOVE WS-TOTAL-PENDIENTES TO TOT-CONTADOR.
096900     WRITE LINEA-REPORTE FROM LINEA-TOTAL.
