000930* browse the operator can pick a vendor number to
000940* see every address on file for it - the master
000950* block plus any remit-to/ordering/physical
000960* records in the vendor address file - and its
000970* compliance documents, with any that have expired
000980* and any its class requires that are not on file.
000981* A vendor whose last IRS TIN matching result is a
000982* name/TIN mismatch for the tax ID it carries now
000983* is marked MISMATCH on the browse line, and the
000984* detail view shows the last result and its date,
000985* so AP knows to apply backup withholding.
001000*------------------------------------------------
001100 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
002140         ORGANIZATION IS INDEXED
002150         RECORD KEY IS DIR-LLAVE
002160         ACCESS MODE IS DYNAMIC.
002170
002171     SELECT OPTIONAL ARCHIVO-DOCUMENTOS
002172         ASSIGN TO "vendor-document-file"
002173         ORGANIZATION IS INDEXED
002174         RECORD KEY IS DOC-LLAVE
002175         ACCESS MODE IS DYNAMIC.
002176
002177     SELECT OPTIONAL ARCHIVO-CLASES
002178         ASSIGN TO "vendor-class-file"
002179         ORGANIZATION IS INDEXED
002180         RECORD KEY IS CLA-CODIGO
002181         ACCESS MODE IS DYNAMIC.
002182
002183     SELECT OPTIONAL ARCHIVO-TIN
002184         ASSIGN TO "vendor-tin-file"
002185         ORGANIZATION IS INDEXED
002186         RECORD KEY IS TIN-NUMERO-PROVEEDOR
002187         ACCESS MODE IS DYNAMIC.
002200
002300 DATA DIVISION.
002400 FILE SECTION.
002820 FD ARCHIVO-DIRECCIONES
002830         LABEL RECORDS ARE STANDARD.
002840     COPY VENDADR.
002850
002860 FD ARCHIVO-DOCUMENTOS
002870         LABEL RECORDS ARE STANDARD.
002880     COPY VENDDOC.
002885
002890 FD ARCHIVO-CLASES
002895         LABEL RECORDS ARE STANDARD.
002898     COPY VENDCLA.
002899
002901 FD ARCHIVO-TIN
002902         LABEL RECORDS ARE STANDARD.
002903     COPY VENDTIN.
002904
003000 WORKING-STORAGE SECTION.
003100
003200 01  WS-NOMBRE-BUSCADO PIC X(30) VALUE SPACES.
004291 01  WS-PROVEEDOR-CON-NOTAS PIC X VALUE "N".
004292     88 PROVEEDOR-CON-NOTAS VALUE "S".
004300
004301 01  WS-EOF-DOCUMENTOS PIC X VALUE "N".
004302     88 EOF-DOCUMENTOS VALUE "S".
004303
004304 01  WS-CONTADOR-DOCUMENTOS PIC 9(2) VALUE ZEROES.
004305 01  WS-INDICE-DOCUMENTO PIC 9(1) VALUE ZEROES.
004306 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
004307 01  WS-FECHA-HORA-SISTEMA.
004308     05 WS-CDT-FECHA PIC 9(8).
004309     05 WS-CDT-HORA PIC 9(6).
004310     05 WS-CDT-RESTO PIC X(7).
004311
004312 01  LINEA-DOCUMENTO.
004313     05 LDO-TIPO PIC X(3).
004314     05 FILLER PIC X(2) VALUE SPACES.
004315     05 LDO-RECIBIDO PIC 9(8).
004316     05 FILLER PIC X(2) VALUE SPACES.
004317     05 LDO-VENCIMIENTO PIC X(8).
004318     05 FILLER PIC X(2) VALUE SPACES.
004319     05 LDO-COBERTURA PIC ZZZ,ZZZ,ZZ9.99.
004320     05 FILLER PIC X(2) VALUE SPACES.
004321     05 LDO-MARCA PIC X(7).
004322
004323 01  WS-TIN-NO-COINCIDE PIC X VALUE "N".
004324     88 PROVEEDOR-TIN-NO-COINCIDE VALUE "S".
004325
004326 01  TABLA-DESCRIPCION-TIN-VALORES.
004327     05 FILLER PIC X(24) VALUE "TIN AND NAME MATCH".
004328     05 FILLER PIC X(24) VALUE "TIN MISSING/NOT 9 DIGITS".
004329     05 FILLER PIC X(24) VALUE "TIN NOT ISSUED".
004330     05 FILLER PIC X(24) VALUE "TIN/NAME DO NOT MATCH".
004331     05 FILLER PIC X(24) VALUE "INVALID REQUEST".
004332     05 FILLER PIC X(24) VALUE "DUPLICATE REQUEST".
004333     05 FILLER PIC X(24) VALUE "MATCHED AS SSN".
004334     05 FILLER PIC X(24) VALUE "MATCHED AS EIN".
004335     05 FILLER PIC X(24) VALUE "MATCHED AS SSN AND EIN".
004336 01  TABLA-DESCRIPCION-TIN
004337         REDEFINES TABLA-DESCRIPCION-TIN-VALORES.
004338     05 DESCRIPCION-TIN PIC X(24) OCCURS 9 TIMES.
004339 01  WS-INDICE-TIN PIC 9(2) VALUE ZEROES.
004340
004400 01  LINEA-CONSULTA.
004500     05 CON-NUMERO PIC ZZZZ9.
004600     05 FILLER PIC X(2) VALUE SPACES.
005300     05 CON-SITUACION PIC X(8).
005310     05 FILLER PIC X(1) VALUE SPACE.
005320     05 CON-MARCA-NOTAS PIC X(5).
005330     05 FILLER PIC X(1) VALUE SPACE.
005340     05 CON-MARCA-TIN PIC X(8).
005400
005500 PROCEDURE DIVISION.
005600 PROGRAMA-INICIO.
005700     OPEN INPUT ARCHIVO-PROVEEDOR.
005710     OPEN INPUT ARCHIVO-DIRECCIONES.
005720     OPEN INPUT ARCHIVO-NOTAS.
005730     OPEN INPUT ARCHIVO-DOCUMENTOS.
005740     OPEN INPUT ARCHIVO-CLASES.
005745     OPEN INPUT ARCHIVO-TIN.
005750     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
005760     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
005800     PERFORM CONSULTAR-POR-NOMBRE
005900         UNTIL FIN-CONSULTA.
006000     CLOSE ARCHIVO-PROVEEDOR.
006010     CLOSE ARCHIVO-DIRECCIONES.
006020     CLOSE ARCHIVO-NOTAS.
006030     CLOSE ARCHIVO-DOCUMENTOS.
006040     CLOSE ARCHIVO-CLASES.
006050     CLOSE ARCHIVO-TIN.
006100
006200 PROGRAMA-TERMINADO.
006300     GOBACK.
011740             ELSE
011750                 MOVE SPACES TO CON-MARCA-NOTAS
011760             END-IF
011770             PERFORM VERIFICAR-RESULTADO-TIN
011780             IF PROVEEDOR-TIN-NO-COINCIDE
011790                 MOVE "MISMATCH" TO CON-MARCA-TIN
011791             ELSE
011792                 MOVE SPACES TO CON-MARCA-TIN
011793             END-IF
011800             DISPLAY LINEA-CONSULTA
011900             ADD 1 TO WS-LINEAS-PAGINA
012000     END-READ.
013620             END-READ
013621     END-START.
013622
013623 VERIFICAR-RESULTADO-TIN.
013624*    A mismatch only counts while the vendor still
013625*    carries the tax ID the result answered for.
013626     MOVE "N" TO WS-TIN-NO-COINCIDE.
013627     MOVE NUMERO-PROVEEDOR TO TIN-NUMERO-PROVEEDOR.
013628     READ ARCHIVO-TIN
013629         KEY IS TIN-NUMERO-PROVEEDOR
013630         INVALID KEY
013631             MOVE SPACES TO TIN-CODIGO-RESULTADO
013632     END-READ.
013633     IF TIN-NO-COINCIDE
013634        AND ID-FISCAL-PROVEEDOR NOT = SPACES
013635        AND TIN-ID-FISCAL-RESULTADO = ID-FISCAL-PROVEEDOR
013636         MOVE "S" TO WS-TIN-NO-COINCIDE
013637     END-IF.
013638
013700 CONSULTAR-DIRECCIONES-PROVEEDOR.
013800     DISPLAY "ENTER VENDOR # TO VIEW ADDRESSES AND"
013900         " DOCUMENTS (BLANK = NEW SEARCH)".
014000     MOVE SPACES TO CAMPO-NUMERO-PROVEEDOR.
014100     ACCEPT CAMPO-NUMERO-PROVEEDOR.
014200     IF CAMPO-NUMERO-PROVEEDOR NOT = SPACES
016400                 " " ESTADO-PROVEEDOR
016500                 " " CODIGO-POSTAL-PROVEEDOR
016600             PERFORM MOSTRAR-DIRECCIONES-EXTRA
016650             PERFORM MOSTRAR-DOCUMENTOS-PROVEEDOR
016660             PERFORM MOSTRAR-RESULTADO-TIN
016700             DISPLAY "-----------------------------"
016800     END-READ.
016900
021100     DISPLAY "             " DIR-CIUDAD
021200         " " DIR-ESTADO
021300         " " DIR-CODIGO-POSTAL.
021400
021401 MOSTRAR-RESULTADO-TIN.
021402     PERFORM VERIFICAR-RESULTADO-TIN.
021403     IF TIN-SIN-RESULTADO
021404         DISPLAY "IRS TIN CHECK: NO RESULT ON FILE"
021405     ELSE
021406         MOVE TIN-CODIGO-RESULTADO TO WS-INDICE-TIN
021407         ADD 1 TO WS-INDICE-TIN
021408         DISPLAY "IRS TIN CHECK: CODE " TIN-CODIGO-RESULTADO
021409             " " DESCRIPCION-TIN(WS-INDICE-TIN)
021410             " ON " TIN-FECHA-RESULTADO
021411             " FOR " TIN-ID-FISCAL-RESULTADO
021412         IF PROVEEDOR-TIN-NO-COINCIDE
021413             DISPLAY "** TIN MISMATCH - APPLY BACKUP"
021414                 " WITHHOLDING AND CHASE W-9 **"
021415         END-IF
021416     END-IF.
021417
021500 MOSTRAR-DOCUMENTOS-PROVEEDOR.
021600     DISPLAY "----- COMPLIANCE DOCUMENTS -----".
021700     MOVE ZEROES TO WS-CONTADOR-DOCUMENTOS.
021800     MOVE "N" TO WS-EOF-DOCUMENTOS.
021900     MOVE WS-NUMERO-DETALLE TO DOC-NUMERO-PROVEEDOR.
022000     MOVE SPACES TO DOC-TIPO.
022100     START ARCHIVO-DOCUMENTOS KEY IS NOT LESS DOC-LLAVE
022200         INVALID KEY
022300             MOVE "S" TO WS-EOF-DOCUMENTOS
022400     END-START.
022500     PERFORM MOSTRAR-DOCUMENTO-SIGUIENTE
022600         UNTIL EOF-DOCUMENTOS.
022700     IF WS-CONTADOR-DOCUMENTOS = ZEROES
022800         DISPLAY "(NO DOCUMENTS ON FILE)"
022900     END-IF.
023000     PERFORM MOSTRAR-DOCUMENTOS-FALTANTES.
023100
023200 MOSTRAR-DOCUMENTO-SIGUIENTE.
023300     READ ARCHIVO-DOCUMENTOS NEXT RECORD
023400         AT END
023500             MOVE "S" TO WS-EOF-DOCUMENTOS
023600         NOT AT END
023700             IF DOC-NUMERO-PROVEEDOR NOT = WS-NUMERO-DETALLE
023800                 MOVE "S" TO WS-EOF-DOCUMENTOS
023900             ELSE
024000                 PERFORM MOSTRAR-UN-DOCUMENTO
024100                 ADD 1 TO WS-CONTADOR-DOCUMENTOS
024200             END-IF
024300     END-READ.
024400
024500 MOSTRAR-UN-DOCUMENTO.
024600     MOVE DOC-TIPO TO LDO-TIPO.
024700     MOVE DOC-FECHA-RECIBIDO TO LDO-RECIBIDO.
024800     IF DOC-FECHA-VENCIMIENTO = ZEROES
024900         MOVE "NONE" TO LDO-VENCIMIENTO
025000     ELSE
025100         MOVE DOC-FECHA-VENCIMIENTO TO LDO-VENCIMIENTO
025200     END-IF.
025300     MOVE DOC-MONTO-COBERTURA TO LDO-COBERTURA.
025400     IF DOC-FECHA-VENCIMIENTO NOT = ZEROES
025500        AND DOC-FECHA-VENCIMIENTO < WS-FECHA-HOY
025600         MOVE "EXPIRED" TO LDO-MARCA
025700     ELSE
025800         MOVE SPACES TO LDO-MARCA
025900     END-IF.
026000     DISPLAY LINEA-DOCUMENTO.
026100
026200 MOSTRAR-DOCUMENTOS-FALTANTES.
026300*    The master record read for the address view is
026400*    still in the record area, class code included.
026500     IF CLASE-PROVEEDOR NOT = SPACES
026600         MOVE CLASE-PROVEEDOR TO CLA-CODIGO
026700         READ ARCHIVO-CLASES
026800             KEY IS CLA-CODIGO
026900             INVALID KEY
027000                 CONTINUE
027100             NOT INVALID KEY
027200                 PERFORM VARYING WS-INDICE-DOCUMENTO FROM 1 BY 1
027300                         UNTIL WS-INDICE-DOCUMENTO > 5
027400                     PERFORM VERIFICAR-DOCUMENTO-REQUERIDO
027500                 END-PERFORM
027600         END-READ
027700     END-IF.
027800
027900 VERIFICAR-DOCUMENTO-REQUERIDO.
028000     IF CLA-DOCUMENTO-REQUERIDO(WS-INDICE-DOCUMENTO)
028100        NOT = SPACES
028200         MOVE WS-NUMERO-DETALLE TO DOC-NUMERO-PROVEEDOR
028300         MOVE CLA-DOCUMENTO-REQUERIDO(WS-INDICE-DOCUMENTO)
028400             TO DOC-TIPO
028500         READ ARCHIVO-DOCUMENTOS
028600             KEY IS DOC-LLAVE
028700             INVALID KEY
028800                 DISPLAY "REQUIRED FOR CLASS, NOT ON FILE: "
028900                     CLA-DOCUMENTO-REQUERIDO(WS-INDICE-DOCUMENTO)
029000         END-READ
029100     END-IF.
