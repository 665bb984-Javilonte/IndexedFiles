001100* code and surface in the directory breakout's
001200* closing "code not on the class table" section
001300* until someone rekeys them, so remove with care.
001310* Each code also carries the compliance document
001320* types (up to five) its vendors must keep on file
001330* and in date; the nightly document check holds a
001340* vendor whose required document has lapsed.
001350*------------------------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.
003300 01  WS-OPCION PIC X VALUE SPACE.
003400 01  CAMPO-CODIGO PIC X(3).
003500 01  CAMPO-DESCRIPCION PIC X(30).
003510 01  CAMPO-DOCUMENTO PIC X(3).
003520*    Same codes as DOC-TIPO in VENDDOC.
003530     88 DOCUMENTO-ES-VALIDO VALUE "W9 " "COI" "WCI"
003540         "LIC" "BND".
003550
003560 01  WS-INDICE-DOCUMENTO PIC 9(1) VALUE ZEROES.
003570 01  WS-DOCUMENTOS-INGRESADOS PIC 9(1) VALUE ZEROES.
003580 01  WS-FIN-DOCUMENTOS PIC X VALUE "N".
003590     88 FIN-DOCUMENTOS VALUE "S".
003591 01  WS-RESPUESTA PIC X VALUE SPACE.
003592 01  WS-MINUSCULAS PIC X(26)
003593         VALUE "abcdefghijklmnopqrstuvwxyz".
003594 01  WS-MAYUSCULAS PIC X(26)
003595         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003596 01  TABLA-DOCUMENTOS-NUEVOS.
003597     05 WS-DOCUMENTO-NUEVO PIC X(3) OCCURS 5 TIMES.
003600
003700 01  WS-FIN-FUNCION PIC X VALUE "N".
003800     88 FIN-FUNCION VALUE "S".
003900
004000 01  WS-CLASE-EXISTE PIC X VALUE "N".
004100     88 CLASE-EXISTE VALUE "S".
004110
004120 01  WS-DOCUMENTO-REPETIDO PIC X VALUE "N".
004130     88 DOCUMENTO-YA-EN-LISTA VALUE "S".
004200
004300 01  WS-EOF-CLASES PIC X VALUE "N".
004400     88 EOF-CLASES VALUE "S".
009600         PERFORM LEER-CLASE
009700         IF CLASE-EXISTE
009800             DISPLAY "CURRENT: " CLA-DESCRIPCION
009810             PERFORM MOSTRAR-DOCUMENTOS-REQUERIDOS
009900         END-IF
010000         DISPLAY "ENTER DESCRIPTION"
010100         ACCEPT CAMPO-DESCRIPCION
010200         IF CAMPO-DESCRIPCION = SPACES
010300             DISPLAY "BLANK DESCRIPTION - NO CHANGE MADE"
010400         ELSE
010410             PERFORM ELEGIR-DOCUMENTOS-REQUERIDOS
010500             PERFORM GRABAR-CLASE
010600         END-IF
010700     END-IF.
011700             MOVE "S" TO WS-CLASE-EXISTE
011800     END-READ.
011900
011901 MOSTRAR-DOCUMENTOS-REQUERIDOS.
011902     IF CLA-DOCUMENTO-REQUERIDO(1) = SPACES
011903         DISPLAY "REQUIRED DOCUMENTS: (NONE)"
011904     ELSE
011905         DISPLAY "REQUIRED DOCUMENTS: "
011906             CLA-DOCUMENTO-REQUERIDO(1) " "
011907             CLA-DOCUMENTO-REQUERIDO(2) " "
011908             CLA-DOCUMENTO-REQUERIDO(3) " "
011909             CLA-DOCUMENTO-REQUERIDO(4) " "
011910             CLA-DOCUMENTO-REQUERIDO(5)
011911     END-IF.
011912
011913 ELEGIR-DOCUMENTOS-REQUERIDOS.
011914*    A change keeps the list on file unless the
011915*    operator asks to rekey it; a new code starts
011916*    with none and is asked for them.
011917     MOVE SPACES TO TABLA-DOCUMENTOS-NUEVOS.
011918     MOVE "Y" TO WS-RESPUESTA.
011919     IF CLASE-EXISTE
011920         PERFORM VARYING WS-INDICE-DOCUMENTO FROM 1 BY 1
011921                 UNTIL WS-INDICE-DOCUMENTO > 5
011922             MOVE CLA-DOCUMENTO-REQUERIDO(WS-INDICE-DOCUMENTO)
011923                 TO WS-DOCUMENTO-NUEVO(WS-INDICE-DOCUMENTO)
011924         END-PERFORM
011925         DISPLAY "REKEY REQUIRED DOCUMENTS? (Y/N)"
011926         ACCEPT WS-RESPUESTA
011927     END-IF.
011928     IF WS-RESPUESTA = "Y" OR WS-RESPUESTA = "y"
011929         MOVE SPACES TO TABLA-DOCUMENTOS-NUEVOS
011930         PERFORM INGRESAR-DOCUMENTOS-REQUERIDOS
011931     END-IF.
011932
011933 INGRESAR-DOCUMENTOS-REQUERIDOS.
011934     DISPLAY "REQUIRED DOCUMENT TYPES, UP TO 5:".
011935     DISPLAY "W9 = W-9  COI = LIABILITY INSURANCE CERT".
011936     DISPLAY "WCI = WORKERS COMP CERT  LIC = LICENSE".
011937     DISPLAY "BND = SURETY BOND  (BLANK = NO MORE)".
011938     MOVE ZEROES TO WS-DOCUMENTOS-INGRESADOS.
011939     MOVE "N" TO WS-FIN-DOCUMENTOS.
011940     PERFORM UNTIL FIN-DOCUMENTOS
011941         MOVE SPACES TO CAMPO-DOCUMENTO
011942         DISPLAY "DOCUMENT TYPE"
011943         ACCEPT CAMPO-DOCUMENTO
011944         INSPECT CAMPO-DOCUMENTO
011945             CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
011947         IF CAMPO-DOCUMENTO = SPACES
011948             MOVE "S" TO WS-FIN-DOCUMENTOS
011949         ELSE
011950             IF NOT DOCUMENTO-ES-VALIDO
011951                 DISPLAY "UNKNOWN DOCUMENT TYPE - NOT ADDED"
011952             ELSE
011953                 PERFORM AGREGAR-DOCUMENTO-REQUERIDO
011954             END-IF
011955         END-IF
011956     END-PERFORM.
011957
011958 AGREGAR-DOCUMENTO-REQUERIDO.
011959     MOVE "N" TO WS-DOCUMENTO-REPETIDO.
011960     PERFORM VARYING WS-INDICE-DOCUMENTO FROM 1 BY 1
011961             UNTIL WS-INDICE-DOCUMENTO > WS-DOCUMENTOS-INGRESADOS
011962         IF WS-DOCUMENTO-NUEVO(WS-INDICE-DOCUMENTO)
011963            = CAMPO-DOCUMENTO
011964             MOVE "S" TO WS-DOCUMENTO-REPETIDO
011965         END-IF
011966     END-PERFORM.
011967     IF DOCUMENTO-YA-EN-LISTA
011968         DISPLAY "ALREADY IN THE LIST"
011969     ELSE
011970         ADD 1 TO WS-DOCUMENTOS-INGRESADOS
011971         MOVE CAMPO-DOCUMENTO
011972             TO WS-DOCUMENTO-NUEVO(WS-DOCUMENTOS-INGRESADOS)
011973         IF WS-DOCUMENTOS-INGRESADOS = 5
011974             MOVE "S" TO WS-FIN-DOCUMENTOS
011975         END-IF
011976     END-IF.
011977
012000 GRABAR-CLASE.
012100     MOVE CAMPO-CODIGO TO CLA-CODIGO.
012200     MOVE CAMPO-DESCRIPCION TO CLA-DESCRIPCION.
012210     PERFORM VARYING WS-INDICE-DOCUMENTO FROM 1 BY 1
012220             UNTIL WS-INDICE-DOCUMENTO > 5
012230         MOVE WS-DOCUMENTO-NUEVO(WS-INDICE-DOCUMENTO)
012240             TO CLA-DOCUMENTO-REQUERIDO(WS-INDICE-DOCUMENTO)
012250     END-PERFORM.
012300     IF CLASE-EXISTE
012400         REWRITE REGISTRO-CLASE
012500             INVALID KEY
017000             MOVE "S" TO WS-EOF-CLASES
017100         NOT AT END
017200             DISPLAY CLA-CODIGO "  " CLA-DESCRIPCION
017210                 "  " CLA-DOCUMENTO-REQUERIDO(1)
017220                 " " CLA-DOCUMENTO-REQUERIDO(2)
017230                 " " CLA-DOCUMENTO-REQUERIDO(3)
017240                 " " CLA-DOCUMENTO-REQUERIDO(4)
017250                 " " CLA-DOCUMENTO-REQUERIDO(5)
017300             ADD 1 TO WS-CONTADOR-CLASES
017400     END-READ.
