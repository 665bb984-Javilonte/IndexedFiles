000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDDOCUM01 INITIAL.
000300*------------------------------------------------
000400* Vendor compliance documents - log and browse.
000500* Looks up a vendor by NUMERO-PROVEEDOR and shows
000600* every compliance document on file for it - type,
000700* date received, expiry date, coverage amount and
000800* the operator and date it was logged - marking
000900* the ones already expired, then lists any document
001000* the vendor's class requires that is not on file.
001100* The operator can log a document (a newer copy of
001200* a type already on file replaces it) or remove
001300* one keyed in error. The expiry date is zero for
001400* a document that does not expire; the coverage
001500* amount is asked only for insurance certificates
001600* and bonds. The nightly document check holds a
001700* vendor whose required document has lapsed; once
001800* every required document is back in date the
001900* hold is lifted through hold/release (option 4).
002000*------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     SELECT ARCHIVO-PROVEEDOR
002600         ASSIGN TO "vendor-file"
002700         ORGANIZATION IS INDEXED
002800         RECORD KEY IS NUMERO-PROVEEDOR
002900         ALTERNATE RECORD KEY IS NOMBRE-PROVEEDOR
003000             WITH DUPLICATES
003100         ALTERNATE RECORD KEY IS DIRECCION-PROVEEDOR-1
003200             WITH DUPLICATES
003300         ACCESS MODE IS DYNAMIC.
003400
003500     SELECT OPTIONAL ARCHIVO-DOCUMENTOS
003600         ASSIGN TO "vendor-document-file"
003700         ORGANIZATION IS INDEXED
003800         RECORD KEY IS DOC-LLAVE
003900         ACCESS MODE IS DYNAMIC.
004000
004100     SELECT OPTIONAL ARCHIVO-CLASES
004200         ASSIGN TO "vendor-class-file"
004300         ORGANIZATION IS INDEXED
004400         RECORD KEY IS CLA-CODIGO
004500         ACCESS MODE IS DYNAMIC.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900
005000 FD ARCHIVO-PROVEEDOR
005100         LABEL RECORDS ARE STANDARD.
005200     COPY VENDREC.
005300
005400 FD ARCHIVO-DOCUMENTOS
005500         LABEL RECORDS ARE STANDARD.
005600     COPY VENDDOC.
005700
005800 FD ARCHIVO-CLASES
005900         LABEL RECORDS ARE STANDARD.
006000     COPY VENDCLA.
006100
006200 WORKING-STORAGE SECTION.
006300
006400 01  WS-NUMERO-BUSCADO PIC 9(5) VALUE ZEROES.
006500 01  CAMPO-NUMERO-PROVEEDOR PIC X(5).
006600 01  WS-OPERADOR-ID PIC X(8) VALUE SPACES.
006700 01  WS-RESPUESTA PIC X VALUE SPACE.
006800 01  CAMPO-TIPO PIC X(3).
006900 01  CAMPO-FECHA PIC X(8).
007000 01  CAMPO-MONTO PIC X(9).
007100
007200 01  WS-CAMPO-VALIDO PIC X VALUE "N".
007300     88 CAMPO-ES-VALIDO VALUE "S".
007400
007500 01  WS-EOF-DOCUMENTOS PIC X VALUE "N".
007600     88 EOF-DOCUMENTOS VALUE "S".
007700
007800 01  WS-FIN-ACCIONES PIC X VALUE "N".
007900     88 FIN-ACCIONES VALUE "S".
008000
008100 01  WS-DOCUMENTO-EXISTE PIC X VALUE "N".
008200     88 DOCUMENTO-EXISTE VALUE "S".
008300
008400 01  WS-CLASE-EXISTE PIC X VALUE "N".
008500     88 CLASE-EXISTE VALUE "S".
008600
008700 01  WS-CONTADOR-DOCUMENTOS PIC 9(3) VALUE ZEROES.
008800 01  WS-CONTADOR-FALTANTES PIC 9(1) VALUE ZEROES.
008900 01  WS-INDICE-DOCUMENTO PIC 9(1) VALUE ZEROES.
009000
009100 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
009200 01  WS-FECHA-RECIBIDO PIC 9(8) VALUE ZEROES.
009300 01  WS-FECHA-VENCIMIENTO PIC 9(8) VALUE ZEROES.
009400 01  WS-MONTO-COBERTURA PIC 9(9)V99 VALUE ZEROES.
009500 01  WS-MONTO-ENTERO PIC 9(9) VALUE ZEROES.
009600
009700 01  WS-MINUSCULAS PIC X(26)
009800         VALUE "abcdefghijklmnopqrstuvwxyz".
009900 01  WS-MAYUSCULAS PIC X(26)
010000         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
010100
010200 01  WS-FECHA-HORA-SISTEMA.
010300     05 WS-CDT-FECHA PIC 9(8).
010400     05 WS-CDT-HORA PIC 9(6).
010500     05 WS-CDT-RESTO PIC X(7).
010600
010700 01  LINEA-DOCUMENTO.
010800     05 LDO-TIPO PIC X(3).
010900     05 FILLER PIC X(2) VALUE SPACES.
011000     05 LDO-RECIBIDO PIC 9(8).
011100     05 FILLER PIC X(2) VALUE SPACES.
011200     05 LDO-VENCIMIENTO PIC X(8).
011300     05 FILLER PIC X(2) VALUE SPACES.
011400     05 LDO-COBERTURA PIC ZZZ,ZZZ,ZZ9.99.
011500     05 FILLER PIC X(2) VALUE SPACES.
011600     05 LDO-OPERADOR PIC X(8).
011700     05 FILLER PIC X(1) VALUE SPACE.
011800     05 LDO-REGISTRO PIC 9(8).
011900     05 FILLER PIC X(2) VALUE SPACES.
012000     05 LDO-MARCA PIC X(7).
012100
012200 LINKAGE SECTION.
012300
012400 01  LNK-OPERADOR-ID PIC X(8).
012500
012600 PROCEDURE DIVISION USING LNK-OPERADOR-ID.
012700 PROGRAMA-INICIO.
012800     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
012900     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
013000     OPEN INPUT ARCHIVO-PROVEEDOR.
013100     OPEN I-O ARCHIVO-DOCUMENTOS.
013200     OPEN INPUT ARCHIVO-CLASES.
013300     PERFORM INGRESAR-OPERADOR-ID.
013400     PERFORM PROCESAR-DOCUMENTOS
013500         UNTIL WS-NUMERO-BUSCADO = ZEROES.
013600     CLOSE ARCHIVO-PROVEEDOR.
013700     CLOSE ARCHIVO-DOCUMENTOS.
013800     CLOSE ARCHIVO-CLASES.
013900
014000 PROGRAMA-TERMINADO.
014100     GOBACK.
014200
014300 INGRESAR-OPERADOR-ID.
014400*    The menu passes the signed-on ID; only a direct
014500*    run without one still prompts for it.
014600     IF ADDRESS OF LNK-OPERADOR-ID = NULL
014700        OR LNK-OPERADOR-ID = SPACES
014800         DISPLAY "ENTER OPERATOR ID"
014900         ACCEPT WS-OPERADOR-ID
015000     ELSE
015100         MOVE LNK-OPERADOR-ID TO WS-OPERADOR-ID
015200     END-IF.
015300     PERFORM INGRESAR-NUMERO-BUSCADO.
015400
015500 INGRESAR-NUMERO-BUSCADO.
015600     MOVE "N" TO WS-CAMPO-VALIDO.
015700     PERFORM UNTIL CAMPO-ES-VALIDO
015800         DISPLAY "ENTER VENDOR NUMBER FOR DOCUMENTS (1-99999)"
015900         DISPLAY "ENTER 0 TO STOP"
016000         ACCEPT CAMPO-NUMERO-PROVEEDOR
016100         IF FUNCTION TRIM(CAMPO-NUMERO-PROVEEDOR) IS NUMERIC
016200             MOVE CAMPO-NUMERO-PROVEEDOR TO WS-NUMERO-BUSCADO
016300             MOVE "S" TO WS-CAMPO-VALIDO
016400         ELSE
016500             DISPLAY "INVALID VENDOR NUMBER - NUMERIC ONLY"
016600         END-IF
016700     END-PERFORM.
016800
016900 PROCESAR-DOCUMENTOS.
017000     MOVE WS-NUMERO-BUSCADO TO NUMERO-PROVEEDOR.
017100     READ ARCHIVO-PROVEEDOR
017200         KEY IS NUMERO-PROVEEDOR
017300         INVALID KEY
017400             DISPLAY "VENDOR NUMBER NOT FOUND ON FILE"
017500         NOT INVALID KEY
017600             DISPLAY "VENDOR: " NUMERO-PROVEEDOR
017700                 " " NOMBRE-PROVEEDOR
017800                 " CLASS: " CLASE-PROVEEDOR
017900             PERFORM LEER-CLASE-PROVEEDOR
018000             PERFORM MOSTRAR-DOCUMENTOS-PROVEEDOR
018100             PERFORM ELEGIR-ACCION-DOCUMENTOS
018200     END-READ.
018300     PERFORM INGRESAR-NUMERO-BUSCADO.
018400
018500 LEER-CLASE-PROVEEDOR.
018600     MOVE "N" TO WS-CLASE-EXISTE.
018700     IF CLASE-PROVEEDOR NOT = SPACES
018800         MOVE CLASE-PROVEEDOR TO CLA-CODIGO
018900         READ ARCHIVO-CLASES
019000             KEY IS CLA-CODIGO
019100             INVALID KEY
019200                 CONTINUE
019300             NOT INVALID KEY
019400                 MOVE "S" TO WS-CLASE-EXISTE
019500         END-READ
019600     END-IF.
019700
019800 MOSTRAR-DOCUMENTOS-PROVEEDOR.
019900     DISPLAY "----- DOCUMENTS ON FILE -----".
020000     DISPLAY "TYP  RECEIVED  EXPIRES       COVERAGE AMT"
020100         "  LOGGED BY / ON".
020200     MOVE ZEROES TO WS-CONTADOR-DOCUMENTOS.
020300     MOVE "N" TO WS-EOF-DOCUMENTOS.
020400     MOVE WS-NUMERO-BUSCADO TO DOC-NUMERO-PROVEEDOR.
020500     MOVE SPACES TO DOC-TIPO.
020600     START ARCHIVO-DOCUMENTOS KEY IS NOT LESS DOC-LLAVE
020700         INVALID KEY
020800             MOVE "S" TO WS-EOF-DOCUMENTOS
020900     END-START.
021000     PERFORM MOSTRAR-DOCUMENTO-SIGUIENTE
021100         UNTIL EOF-DOCUMENTOS.
021200     IF WS-CONTADOR-DOCUMENTOS = ZEROES
021300         DISPLAY "(NO DOCUMENTS ON FILE)"
021400     END-IF.
021500     PERFORM MOSTRAR-FALTANTES.
021600     DISPLAY "-----------------------------".
021700
021800 MOSTRAR-DOCUMENTO-SIGUIENTE.
021900     READ ARCHIVO-DOCUMENTOS NEXT RECORD
022000         AT END
022100             MOVE "S" TO WS-EOF-DOCUMENTOS
022200         NOT AT END
022300             IF DOC-NUMERO-PROVEEDOR NOT = WS-NUMERO-BUSCADO
022400                 MOVE "S" TO WS-EOF-DOCUMENTOS
022500             ELSE
022600                 PERFORM MOSTRAR-UN-DOCUMENTO
022700                 ADD 1 TO WS-CONTADOR-DOCUMENTOS
022800             END-IF
022900     END-READ.
023000
023100 MOSTRAR-UN-DOCUMENTO.
023200     MOVE DOC-TIPO TO LDO-TIPO.
023300     MOVE DOC-FECHA-RECIBIDO TO LDO-RECIBIDO.
023400     IF DOC-FECHA-VENCIMIENTO = ZEROES
023500         MOVE "NONE" TO LDO-VENCIMIENTO
023600     ELSE
023700         MOVE DOC-FECHA-VENCIMIENTO TO LDO-VENCIMIENTO
023800     END-IF.
023900     MOVE DOC-MONTO-COBERTURA TO LDO-COBERTURA.
024000     MOVE DOC-OPERADOR-ID TO LDO-OPERADOR.
024100     MOVE DOC-FECHA-REGISTRO TO LDO-REGISTRO.
024200     IF DOC-FECHA-VENCIMIENTO NOT = ZEROES
024300        AND DOC-FECHA-VENCIMIENTO < WS-FECHA-HOY
024400         MOVE "EXPIRED" TO LDO-MARCA
024500     ELSE
024600         MOVE SPACES TO LDO-MARCA
024700     END-IF.
024800     DISPLAY LINEA-DOCUMENTO.
024900
025000 MOSTRAR-FALTANTES.
025100*    Required types for the vendor's class that have
025200*    no document on file at all.
025300     MOVE ZEROES TO WS-CONTADOR-FALTANTES.
025400     IF CLASE-EXISTE
025500         PERFORM VARYING WS-INDICE-DOCUMENTO FROM 1 BY 1
025600                 UNTIL WS-INDICE-DOCUMENTO > 5
025700             IF CLA-DOCUMENTO-REQUERIDO(WS-INDICE-DOCUMENTO)
025800                NOT = SPACES
025900                 MOVE CLA-DOCUMENTO-REQUERIDO(WS-INDICE-DOCUMENTO)
026000                     TO CAMPO-TIPO
026100                 PERFORM LEER-DOCUMENTO
026200                 IF NOT DOCUMENTO-EXISTE
026300                     ADD 1 TO WS-CONTADOR-FALTANTES
026400                     DISPLAY "REQUIRED FOR CLASS, NOT ON FILE: "
026500                         CAMPO-TIPO
026600                 END-IF
026700             END-IF
026800         END-PERFORM
026900     END-IF.
027000
027100 LEER-DOCUMENTO.
027200     MOVE "N" TO WS-DOCUMENTO-EXISTE.
027300     MOVE WS-NUMERO-BUSCADO TO DOC-NUMERO-PROVEEDOR.
027400     MOVE CAMPO-TIPO TO DOC-TIPO.
027500     READ ARCHIVO-DOCUMENTOS
027600         KEY IS DOC-LLAVE
027700         INVALID KEY
027800             CONTINUE
027900         NOT INVALID KEY
028000             MOVE "S" TO WS-DOCUMENTO-EXISTE
028100     END-READ.
028200
028300 ELEGIR-ACCION-DOCUMENTOS.
028400     MOVE "N" TO WS-FIN-ACCIONES.
028500     PERFORM ATENDER-ACCION-DOCUMENTOS
028600         UNTIL FIN-ACCIONES.
028700
028800 ATENDER-ACCION-DOCUMENTOS.
028900     DISPLAY "L = LOG A DOCUMENT   R = REMOVE A DOCUMENT"
029000         "   N = DONE WITH THIS VENDOR".
029100     ACCEPT WS-RESPUESTA.
029200     IF WS-RESPUESTA = "L" OR WS-RESPUESTA = "l"
029300         PERFORM REGISTRAR-DOCUMENTO
029400     ELSE
029500         IF WS-RESPUESTA = "R" OR WS-RESPUESTA = "r"
029600             PERFORM QUITAR-DOCUMENTO
029700         ELSE
029800             IF WS-RESPUESTA = "N" OR WS-RESPUESTA = "n"
029900                 MOVE "S" TO WS-FIN-ACCIONES
030000             ELSE
030100                 DISPLAY "ENTER L, R OR N"
030200             END-IF
030300         END-IF
030400     END-IF.
030500
030600 INGRESAR-TIPO-DOCUMENTO.
030700     DISPLAY "DOCUMENT TYPE: W9 = W-9  COI = LIABILITY"
030800         " INSURANCE CERT  WCI = WORKERS COMP CERT".
030900     DISPLAY "LIC = LICENSE  BND = SURETY BOND"
031000         "  (BLANK = BACK)".
031100     MOVE SPACES TO CAMPO-TIPO.
031200     ACCEPT CAMPO-TIPO.
031300     INSPECT CAMPO-TIPO
031400         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
031500
031600 REGISTRAR-DOCUMENTO.
031700     PERFORM INGRESAR-TIPO-DOCUMENTO.
031800     MOVE CAMPO-TIPO TO DOC-TIPO.
031900     IF CAMPO-TIPO = SPACES
032000         CONTINUE
032100     ELSE
032200         IF NOT DOC-TIPO-VALIDO
032300             DISPLAY "UNKNOWN DOCUMENT TYPE - NOTHING LOGGED"
032400         ELSE
032500             PERFORM LEER-DOCUMENTO
032600             IF DOCUMENTO-EXISTE
032700                 DISPLAY "ON FILE NOW (WILL BE REPLACED):"
032800                 PERFORM MOSTRAR-UN-DOCUMENTO
032900             END-IF
033000             PERFORM INGRESAR-DATOS-DOCUMENTO
033100             PERFORM GRABAR-DOCUMENTO
033200         END-IF
033300     END-IF.
033400
033500 INGRESAR-DATOS-DOCUMENTO.
033600     PERFORM INGRESAR-FECHA-RECIBIDO.
033700     PERFORM INGRESAR-FECHA-VENCIMIENTO.
033800     MOVE ZEROES TO WS-MONTO-COBERTURA.
033900     MOVE CAMPO-TIPO TO DOC-TIPO.
034000     IF DOC-TIPO-CON-COBERTURA
034100         PERFORM INGRESAR-MONTO-COBERTURA
034200     END-IF.
034300
034400 INGRESAR-FECHA-RECIBIDO.
034500     MOVE "N" TO WS-CAMPO-VALIDO.
034600     PERFORM UNTIL CAMPO-ES-VALIDO
034700         DISPLAY "ENTER DATE RECEIVED (YYYYMMDD)"
034800         ACCEPT CAMPO-FECHA
034900         IF CAMPO-FECHA IS NUMERIC
035000             MOVE CAMPO-FECHA TO WS-FECHA-RECIBIDO
035100             IF WS-FECHA-RECIBIDO > WS-FECHA-HOY
035200                 DISPLAY "DATE RECEIVED CANNOT BE IN THE FUTURE"
035300             ELSE
035400                 MOVE "S" TO WS-CAMPO-VALIDO
035500             END-IF
035600         ELSE
035700             DISPLAY "INVALID DATE - USE YYYYMMDD"
035800         END-IF
035900     END-PERFORM.
036000
036100 INGRESAR-FECHA-VENCIMIENTO.
036200     MOVE "N" TO WS-CAMPO-VALIDO.
036300     PERFORM UNTIL CAMPO-ES-VALIDO
036400         DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, 0 = DOES NOT"
036500             " EXPIRE)"
036600         ACCEPT CAMPO-FECHA
036700         IF FUNCTION TRIM(CAMPO-FECHA) IS NUMERIC
036800             MOVE CAMPO-FECHA TO WS-FECHA-VENCIMIENTO
036900             IF WS-FECHA-VENCIMIENTO NOT = ZEROES
037000                AND WS-FECHA-VENCIMIENTO <= WS-FECHA-RECIBIDO
037100                 DISPLAY "EXPIRY MUST BE AFTER THE DATE RECEIVED"
037200             ELSE
037300                 MOVE "S" TO WS-CAMPO-VALIDO
037400             END-IF
037500         ELSE
037600             DISPLAY "INVALID DATE - USE YYYYMMDD OR 0"
037700         END-IF
037800     END-PERFORM.
037900
038000 INGRESAR-MONTO-COBERTURA.
038100     MOVE "N" TO WS-CAMPO-VALIDO.
038200     PERFORM UNTIL CAMPO-ES-VALIDO
038300         DISPLAY "ENTER COVERAGE AMOUNT IN WHOLE DOLLARS"
038400         MOVE SPACES TO CAMPO-MONTO
038500         ACCEPT CAMPO-MONTO
038600         IF FUNCTION TRIM(CAMPO-MONTO) IS NUMERIC
038700             MOVE CAMPO-MONTO TO WS-MONTO-ENTERO
038800             MOVE WS-MONTO-ENTERO TO WS-MONTO-COBERTURA
038900             MOVE "S" TO WS-CAMPO-VALIDO
039000         ELSE
039100             DISPLAY "INVALID AMOUNT - DIGITS ONLY"
039200         END-IF
039300     END-PERFORM.
039400
039500 GRABAR-DOCUMENTO.
039600     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
039700     MOVE WS-NUMERO-BUSCADO TO DOC-NUMERO-PROVEEDOR.
039800     MOVE CAMPO-TIPO TO DOC-TIPO.
039900     MOVE WS-FECHA-RECIBIDO TO DOC-FECHA-RECIBIDO.
040000     MOVE WS-FECHA-VENCIMIENTO TO DOC-FECHA-VENCIMIENTO.
040100     MOVE WS-MONTO-COBERTURA TO DOC-MONTO-COBERTURA.
040200     MOVE WS-OPERADOR-ID TO DOC-OPERADOR-ID.
040300     MOVE WS-CDT-FECHA TO DOC-FECHA-REGISTRO.
040400     IF DOCUMENTO-EXISTE
040500         REWRITE REGISTRO-DOCUMENTO
040600             INVALID KEY
040700                 DISPLAY "ERROR REWRITING DOCUMENT RECORD"
040800             NOT INVALID KEY
040900                 DISPLAY "DOCUMENT REPLACED"
041000                 PERFORM RECORDAR-ESPERA-DOCUMENTO
041100         END-REWRITE
041200     ELSE
041300         WRITE REGISTRO-DOCUMENTO
041400             INVALID KEY
041500                 DISPLAY "ERROR WRITING DOCUMENT RECORD"
041600             NOT INVALID KEY
041700                 DISPLAY "DOCUMENT LOGGED"
041800                 PERFORM RECORDAR-ESPERA-DOCUMENTO
041900         END-WRITE
042000     END-IF.
042100
042200 RECORDAR-ESPERA-DOCUMENTO.
042300*    The nightly check never releases a hold by
042400*    itself; remind the operator who clears it.
042500     IF PROVEEDOR-EN-ESPERA
042600        AND MOTIVO-ESPERA-PROVEEDOR(1:15) = "DOCUMENT LAPSED"
042700         DISPLAY "VENDOR IS ON HOLD: " MOTIVO-ESPERA-PROVEEDOR
042800         DISPLAY "RELEASE IT THROUGH HOLD/RELEASE ONCE EVERY"
042900             " REQUIRED DOCUMENT IS IN DATE"
043000     END-IF.
043100
043200 QUITAR-DOCUMENTO.
043300     PERFORM INGRESAR-TIPO-DOCUMENTO.
043400     IF CAMPO-TIPO NOT = SPACES
043500         PERFORM LEER-DOCUMENTO
043600         IF NOT DOCUMENTO-EXISTE
043700             DISPLAY "NO DOCUMENT OF THAT TYPE ON FILE"
043800         ELSE
043900             PERFORM MOSTRAR-UN-DOCUMENTO
044000             DISPLAY "REMOVE THIS DOCUMENT? (Y/N)"
044100             ACCEPT WS-RESPUESTA
044200             IF WS-RESPUESTA = "Y" OR WS-RESPUESTA = "y"
044300                 DELETE ARCHIVO-DOCUMENTOS RECORD
044400                     INVALID KEY
044500                         DISPLAY "ERROR REMOVING DOCUMENT RECORD"
044600                     NOT INVALID KEY
044700                         DISPLAY "DOCUMENT REMOVED"
044800                 END-DELETE
044900             ELSE
045000                 DISPLAY "NO CHANGE MADE"
045100             END-IF
045200         END-IF
045300     END-IF.
