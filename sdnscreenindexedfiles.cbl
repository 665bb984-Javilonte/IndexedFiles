000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDSDN01 INITIAL.
000300*------------------------------------------------
000400* Sanctions (OFAC SDN) screen for one vendor.
000500* CALLed with the vendor's name and address (see
000600* copybooks/VENDSDP.cpy); answers with the best
000700* match on the sanctions list that a supervisor has
000800* not already cleared for this vendor.
000900* Matching is word by word, not exact: name and
001000* list text are put in upper case and stripped of
001100* punctuation, one-letter words and business noise
001200* words (INC, LLC, CORP, S.A., THE, ...), so word
001300* order and legal form do not matter. Two words
001400* match when they are equal, or when both are four
001500* letters or more, start with the same letter and
001600* differ by one typing slip (two for words of eight
001700* letters or more). The score is the share of
001800* matched words over both sides, 0-100; a score of
001900* WS-PUNTAJE-MINIMO or more is a possible match.
002000* Only list records that share a sound-alike code
002100* with one of the vendor's words are scored (see
002200* copybooks/VENDSDX.cpy).
002300* Addresses - the master address lines and, when
002400* asked, the remit-to address on the vendor
002500* address file - are matched the same way against
002600* list addresses in the same city.
002700* If the list has never been loaded the result
002800* says so and no match is reported.
002900*------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     SELECT OPTIONAL ARCHIVO-SDN
003500         ASSIGN TO "vendor-sdn-file"
003600         ORGANIZATION IS INDEXED
003700         RECORD KEY IS SDN-LLAVE
003800         ACCESS MODE IS DYNAMIC.
003900
004000     SELECT OPTIONAL ARCHIVO-INDICE-SDN
004100         ASSIGN TO "vendor-sdn-index"
004200         ORGANIZATION IS INDEXED
004300         RECORD KEY IS SDX-LLAVE
004400         ACCESS MODE IS DYNAMIC.
004500
004600     SELECT OPTIONAL ARCHIVO-DESPEJES
004700         ASSIGN TO "vendor-sdn-clearance"
004800         ORGANIZATION IS INDEXED
004900         RECORD KEY IS DSP-LLAVE
005000         ACCESS MODE IS DYNAMIC.
005100
005200     SELECT OPTIONAL ARCHIVO-DIRECCIONES
005300         ASSIGN TO "vendor-address-file"
005400         ORGANIZATION IS INDEXED
005500         RECORD KEY IS DIR-LLAVE
005600         ACCESS MODE IS DYNAMIC.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100 FD ARCHIVO-SDN
006200         LABEL RECORDS ARE STANDARD.
006300     COPY VENDSDN.
006400
006500 FD ARCHIVO-INDICE-SDN
006600         LABEL RECORDS ARE STANDARD.
006700     COPY VENDSDX.
006800
006900 FD ARCHIVO-DESPEJES
007000         LABEL RECORDS ARE STANDARD.
007100     COPY VENDSDD.
007200
007300 FD ARCHIVO-DIRECCIONES
007400         LABEL RECORDS ARE STANDARD.
007500     COPY VENDADR.
007600
007700 WORKING-STORAGE SECTION.
007800
007900 01  WS-PUNTAJE-MINIMO PIC 9(3) VALUE 80.
008000
008100 01  WS-FIN-INDICE PIC X VALUE "N".
008200     88 FIN-INDICE VALUE "S".
008300
008400 01  WS-MODO-BUSQUEDA PIC X VALUE "N".
008500     88 BUSCA-NOMBRES VALUE "N".
008600     88 BUSCA-DIRECCIONES VALUE "D".
008700
008800 01  WS-ORIGEN-ACTUAL PIC X VALUE SPACE.
008900 01  WS-TEXTO-PROVEEDOR PIC X(30) VALUE SPACES.
009000 01  WS-LINEA-REVISAR PIC X(30) VALUE SPACES.
009100 01  WS-CIUDAD-REVISAR PIC X(20) VALUE SPACES.
009200 01  WS-CIUDAD-NORMAL PIC X(60) VALUE SPACES.
009300 01  WS-LARGO-CIUDAD PIC 9(2) VALUE ZEROES.
009400
009500 01  WS-CIUDAD-COINCIDE PIC X VALUE "N".
009600     88 CIUDAD-COINCIDE VALUE "S".
009700
009800 01  WS-PAR-DESPEJADO PIC X VALUE "N".
009900     88 PAR-DESPEJADO VALUE "S".
010000
010100* Text clean-up. Punctuation becomes spaces; the
010200* noise words below and one-letter words are not
010300* kept as words.
010400 01  WS-MINUSCULAS PIC X(26)
010500         VALUE "abcdefghijklmnopqrstuvwxyz".
010600 01  WS-MAYUSCULAS PIC X(26)
010700         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
010800 01  WS-SIGNOS PIC X(16) VALUE ".,;:-/&'()#*!?+_".
010900 01  WS-BLANCOS-SIGNOS PIC X(16) VALUE SPACES.
011000
011100 01  WS-TEXTO-ENTRADA PIC X(60) VALUE SPACES.
011200 01  WS-TEXTO-TRABAJO PIC X(60) VALUE SPACES.
011300 01  WS-TEXTO-NORMAL PIC X(60) VALUE SPACES.
011400 01  WS-PUNTERO PIC 9(3) VALUE ZEROES.
011500 01  WS-INDICE-TEXTO PIC 9(2) VALUE ZEROES.
011600
011700 01  WS-PALABRA-LEIDA PIC X(20) VALUE SPACES.
011800     88 PALABRA-DE-RELLENO VALUE "THE" "AND" "OF" "INC"
011900         "INCORPORATED" "LLC" "LTD" "LIMITED" "CO" "CORP"
012000         "CORPORATION" "COMPANY" "SA" "DE" "CV" "LA" "EL"
012100         "DEL" "LOS" "GMBH" "AG" "PLC" "LLP" "LP" "SRL"
012200         "BV" "NV".
012300
012400 01  TABLA-PALABRAS.
012500     05 WS-TOTAL-PALABRAS PIC 9(2).
012600     05 PALABRA PIC X(20) OCCURS 10 TIMES.
012700
012800 01  TABLA-PALABRAS-PROVEEDOR.
012900     05 WS-TOTAL-PROVEEDOR PIC 9(2).
013000     05 PALABRA-PROVEEDOR PIC X(20) OCCURS 10 TIMES.
013100
013200 01  TABLA-PALABRAS-LISTA.
013300     05 WS-TOTAL-LISTA PIC 9(2).
013400     05 PALABRA-LISTA PIC X(20) OCCURS 10 TIMES.
013500
013600 01  TABLA-USADAS.
013700     05 PALABRA-USADA PIC X(1) OCCURS 10 TIMES.
013800
013900* Sound-alike code: first letter, then the digit
014000* of each following consonant group.
014100 01  WS-DIGITOS-FONETICOS PIC X(26)
014200         VALUE "01230120022455012623010202".
014300 01  WS-PALABRA-CLAVE PIC X(20) VALUE SPACES.
014400 01  WS-CODIGOS PIC X(20) VALUE SPACES.
014500 01  WS-CLAVE-FONETICA PIC X(4) VALUE SPACES.
014600 01  WS-DIGITO PIC X(1) VALUE SPACE.
014700 01  WS-DIGITO-PREVIO PIC X(1) VALUE SPACE.
014800 01  WS-LARGO-CLAVE PIC 9(1) VALUE ZERO.
014900 01  WS-POSICION PIC 9(2) VALUE ZEROES.
015000
015100* List records already scored for the text being
015200* screened, so a record reached through several of
015300* its words is scored once.
015400 01  WS-TOTAL-CANDIDATOS PIC 9(3) VALUE ZEROES.
015500 01  WS-INDICE-CANDIDATO PIC 9(3) VALUE ZEROES.
015600 01  WS-CANDIDATO PIC X(14) VALUE SPACES.
015700 01  WS-CANDIDATO-REPETIDO PIC X VALUE "N".
015800     88 CANDIDATO-REPETIDO VALUE "S".
015900 01  TABLA-CANDIDATOS.
016000     05 CANDIDATO-VISTO PIC X(14) OCCURS 300 TIMES.
016100
016200* Scoring.
016300 01  WS-I PIC 9(2) VALUE ZEROES.
016400 01  WS-J PIC 9(2) VALUE ZEROES.
016500 01  WS-K PIC 9(2) VALUE ZEROES.
016600 01  WS-COINCIDENTES PIC 9(2) VALUE ZEROES.
016700 01  WS-PUNTAJE PIC 9(3) VALUE ZEROES.
016800 01  WS-PALABRA-HALLADA PIC X VALUE "N".
016900     88 PALABRA-HALLADA VALUE "S".
017000 01  WS-PARECIDAS PIC X VALUE "N".
017100     88 PALABRAS-PARECIDAS VALUE "S".
017200 01  WS-PALABRA-A PIC X(20) VALUE SPACES.
017300 01  WS-PALABRA-B PIC X(20) VALUE SPACES.
017400 01  WS-LARGO-A PIC 9(2) VALUE ZEROES.
017500 01  WS-LARGO-B PIC 9(2) VALUE ZEROES.
017600 01  WS-DIFERENCIA PIC S9(2) VALUE ZEROES.
017700 01  WS-TOLERANCIA PIC 9(1) VALUE ZERO.
017800
017900* Edit distance between two words of up to 20
018000* letters; row and column 1 stand for the empty
018100* word.
018200 01  WS-FILA PIC 9(2) VALUE ZEROES.
018300 01  WS-COLUMNA PIC 9(2) VALUE ZEROES.
018400 01  WS-COSTO PIC 9(1) VALUE ZERO.
018500 01  WS-MINIMO PIC 9(2) VALUE ZEROES.
018600 01  WS-DISTANCIA PIC 9(2) VALUE ZEROES.
018700 01  TABLA-DISTANCIA.
018800     05 DIST-FILA OCCURS 21 TIMES.
018900         10 DIST-CELDA PIC 9(2) OCCURS 21 TIMES.
019000
019100 LINKAGE SECTION.
019200
019300     COPY VENDSDP.
019400
019500 PROCEDURE DIVISION USING SOLICITUD-SDN RESULTADO-SDN.
019600 PROGRAMA-INICIO.
019700     MOVE "N" TO RES-COINCIDENCIA.
019800     MOVE "S" TO RES-LISTA-CARGADA.
019900     MOVE ZEROES TO RES-NUMERO-ENTIDAD.
020000     MOVE ZEROES TO RES-PUNTAJE.
020100     MOVE SPACES TO RES-ORIGEN.
020200     MOVE SPACES TO RES-TEXTO-LISTA.
020300     MOVE SPACES TO RES-PROGRAMA-LISTA.
020400     MOVE SPACES TO RES-TEXTO-PROVEEDOR.
020500     MOVE "N" TO RES-DESPEJE.
020600     OPEN INPUT ARCHIVO-SDN.
020700     OPEN INPUT ARCHIVO-INDICE-SDN.
020800     OPEN INPUT ARCHIVO-DESPEJES.
020900     PERFORM VERIFICAR-LISTA-CARGADA.
021000     IF NOT RES-LISTA-VACIA
021100         PERFORM REVISAR-NOMBRE
021200         IF NOT SOL-SOLO-NOMBRE
021300             PERFORM REVISAR-DIRECCION-MAESTRA
021400         END-IF
021500         IF SOL-COMPLETO AND SOL-NUMERO-PROVEEDOR > ZEROES
021600             PERFORM REVISAR-DIRECCION-REMESA
021700         END-IF
021800     END-IF.
021900     CLOSE ARCHIVO-SDN.
022000     CLOSE ARCHIVO-INDICE-SDN.
022100     CLOSE ARCHIVO-DESPEJES.
022200
022300 PROGRAMA-TERMINADO.
022400     GOBACK.
022500
022600 VERIFICAR-LISTA-CARGADA.
022700     MOVE ZEROES TO SDN-LLAVE.
022800     START ARCHIVO-SDN KEY IS NOT LESS SDN-LLAVE
022900         INVALID KEY
023000             MOVE "N" TO RES-LISTA-CARGADA
023100     END-START.
023200
023300*------------------------------------------------
023400* What gets screened.
023500*------------------------------------------------
023600 REVISAR-NOMBRE.
023700     MOVE SOL-NOMBRE TO WS-TEXTO-ENTRADA.
023800     PERFORM NORMALIZAR-TEXTO.
023900     MOVE TABLA-PALABRAS TO TABLA-PALABRAS-PROVEEDOR.
024000     MOVE "N" TO WS-ORIGEN-ACTUAL.
024100     MOVE SOL-NOMBRE TO WS-TEXTO-PROVEEDOR.
024200     MOVE "N" TO WS-MODO-BUSQUEDA.
024300     MOVE ZEROES TO WS-TOTAL-CANDIDATOS.
024400     PERFORM VARYING WS-K FROM 1 BY 1
024500         UNTIL WS-K > WS-TOTAL-PROVEEDOR
024600         MOVE PALABRA-PROVEEDOR(WS-K) TO WS-PALABRA-CLAVE
024700         PERFORM BUSCAR-CANDIDATOS
024800     END-PERFORM.
024900
025000 REVISAR-DIRECCION-MAESTRA.
025100     MOVE "M" TO WS-ORIGEN-ACTUAL.
025200     MOVE SOL-CIUDAD TO WS-CIUDAD-REVISAR.
025300     MOVE SOL-DIRECCION-1 TO WS-LINEA-REVISAR.
025400     PERFORM REVISAR-UNA-DIRECCION.
025500     MOVE SOL-DIRECCION-2 TO WS-LINEA-REVISAR.
025600     PERFORM REVISAR-UNA-DIRECCION.
025700
025800 REVISAR-DIRECCION-REMESA.
025900*    One remit-to record per vendor at most.
026000     OPEN INPUT ARCHIVO-DIRECCIONES.
026100     MOVE SOL-NUMERO-PROVEEDOR TO DIR-NUMERO-PROVEEDOR.
026200     MOVE "R" TO DIR-TIPO.
026300     READ ARCHIVO-DIRECCIONES
026400         KEY IS DIR-LLAVE
026500         INVALID KEY
026600             CONTINUE
026700         NOT INVALID KEY
026800             MOVE "R" TO WS-ORIGEN-ACTUAL
026900             MOVE DIR-CIUDAD TO WS-CIUDAD-REVISAR
027000             MOVE DIR-DIRECCION-1 TO WS-LINEA-REVISAR
027100             PERFORM REVISAR-UNA-DIRECCION
027200             MOVE DIR-DIRECCION-2 TO WS-LINEA-REVISAR
027300             PERFORM REVISAR-UNA-DIRECCION
027400     END-READ.
027500     CLOSE ARCHIVO-DIRECCIONES.
027600
027700 REVISAR-UNA-DIRECCION.
027800*    List addresses are reached through the first
027900*    word of their city, so an address line with no
028000*    city is not screened.
028100     IF WS-LINEA-REVISAR NOT = SPACES
028200        AND WS-CIUDAD-REVISAR NOT = SPACES
028300         MOVE WS-CIUDAD-REVISAR TO WS-TEXTO-ENTRADA
028400         PERFORM NORMALIZAR-TEXTO
028500         MOVE WS-TEXTO-NORMAL TO WS-CIUDAD-NORMAL
028600         IF WS-TOTAL-PALABRAS > ZEROES
028700             COMPUTE WS-LARGO-CIUDAD = FUNCTION LENGTH(
028800                 FUNCTION TRIM(WS-CIUDAD-NORMAL TRAILING))
028900             MOVE PALABRA(1) TO WS-PALABRA-CLAVE
029000             MOVE WS-LINEA-REVISAR TO WS-TEXTO-ENTRADA
029100             PERFORM NORMALIZAR-TEXTO
029200             MOVE TABLA-PALABRAS TO TABLA-PALABRAS-PROVEEDOR
029300             MOVE WS-LINEA-REVISAR TO WS-TEXTO-PROVEEDOR
029400             MOVE "D" TO WS-MODO-BUSQUEDA
029500             MOVE ZEROES TO WS-TOTAL-CANDIDATOS
029600             PERFORM BUSCAR-CANDIDATOS
029700         END-IF
029800     END-IF.
029900
030000*------------------------------------------------
030100* Candidate list records through the index.
030200*------------------------------------------------
030300 BUSCAR-CANDIDATOS.
030400     PERFORM CALCULAR-CLAVE-FONETICA.
030500     MOVE ZEROES TO SDX-LLAVE.
030600     MOVE WS-CLAVE-FONETICA TO SDX-CLAVE-FONETICA.
030700     MOVE "N" TO WS-FIN-INDICE.
030800     START ARCHIVO-INDICE-SDN KEY IS NOT LESS SDX-LLAVE
030900         INVALID KEY
031000             MOVE "S" TO WS-FIN-INDICE
031100     END-START.
031200     PERFORM LEER-CANDIDATO
031300         UNTIL FIN-INDICE.
031400
031500 LEER-CANDIDATO.
031600     READ ARCHIVO-INDICE-SDN NEXT RECORD
031700         AT END
031800             MOVE "S" TO WS-FIN-INDICE
031900         NOT AT END
032000             IF SDX-CLAVE-FONETICA NOT = WS-CLAVE-FONETICA
032100                 MOVE "S" TO WS-FIN-INDICE
032200             ELSE
032300                 PERFORM EVALUAR-CANDIDATO
032400             END-IF
032500     END-READ.
032600
032700 EVALUAR-CANDIDATO.
032800     IF (BUSCA-NOMBRES AND SDX-TIPO-REGISTRO NOT = "D")
032900        OR (BUSCA-DIRECCIONES AND SDX-TIPO-REGISTRO = "D")
033000         PERFORM VERIFICAR-CANDIDATO-REPETIDO
033100         IF NOT CANDIDATO-REPETIDO
033200             PERFORM PUNTUAR-CANDIDATO
033300         END-IF
033400     END-IF.
033500
033600 VERIFICAR-CANDIDATO-REPETIDO.
033700     MOVE SDX-LLAVE(5:14) TO WS-CANDIDATO.
033800     MOVE "N" TO WS-CANDIDATO-REPETIDO.
033900     PERFORM VARYING WS-INDICE-CANDIDATO FROM 1 BY 1
034000         UNTIL WS-INDICE-CANDIDATO > WS-TOTAL-CANDIDATOS
034100            OR CANDIDATO-REPETIDO
034200         IF CANDIDATO-VISTO(WS-INDICE-CANDIDATO) = WS-CANDIDATO
034300             MOVE "S" TO WS-CANDIDATO-REPETIDO
034400         END-IF
034500     END-PERFORM.
034600     IF NOT CANDIDATO-REPETIDO AND WS-TOTAL-CANDIDATOS < 300
034700         ADD 1 TO WS-TOTAL-CANDIDATOS
034800         MOVE WS-CANDIDATO TO CANDIDATO-VISTO(WS-TOTAL-CANDIDATOS)
034900     END-IF.
035000
035100 PUNTUAR-CANDIDATO.
035200     MOVE SDX-NUMERO-ENTIDAD TO SDN-NUMERO-ENTIDAD.
035300     MOVE SDX-TIPO-REGISTRO TO SDN-TIPO-REGISTRO.
035400     MOVE SDX-SECUENCIA TO SDN-SECUENCIA.
035500     READ ARCHIVO-SDN
035600         KEY IS SDN-LLAVE
035700         INVALID KEY
035800             CONTINUE
035900         NOT INVALID KEY
036000             IF BUSCA-NOMBRES
036100                 PERFORM PUNTUAR-NOMBRE
036200             ELSE
036300                 PERFORM PUNTUAR-DIRECCION
036400             END-IF
036500     END-READ.
036600
036700 PUNTUAR-NOMBRE.
036800     MOVE SDN-TEXTO-NORMAL TO WS-TEXTO-TRABAJO.
036900     PERFORM SEPARAR-PALABRAS.
037000     MOVE TABLA-PALABRAS TO TABLA-PALABRAS-LISTA.
037100     PERFORM CALCULAR-PUNTAJE.
037200     IF WS-PUNTAJE >= WS-PUNTAJE-MINIMO
037300         PERFORM REGISTRAR-COINCIDENCIA
037400     END-IF.
037500
037600 PUNTUAR-DIRECCION.
037700*    Same city first - the whole vendor city must
037800*    open the list city as whole words.
037900     MOVE "N" TO WS-CIUDAD-COINCIDE.
038000     IF SDN-CIUDAD-NORMAL(1:WS-LARGO-CIUDAD) =
038100        WS-CIUDAD-NORMAL(1:WS-LARGO-CIUDAD)
038200         IF WS-LARGO-CIUDAD >= 40
038300             MOVE "S" TO WS-CIUDAD-COINCIDE
038400         ELSE
038500             IF SDN-CIUDAD-NORMAL(WS-LARGO-CIUDAD + 1:1) = SPACE
038600                 MOVE "S" TO WS-CIUDAD-COINCIDE
038700             END-IF
038800         END-IF
038900     END-IF.
039000     IF CIUDAD-COINCIDE AND SDN-TEXTO-NORMAL NOT = SPACES
039100         MOVE SDN-TEXTO-NORMAL TO WS-TEXTO-TRABAJO
039200         PERFORM SEPARAR-PALABRAS
039300         MOVE TABLA-PALABRAS TO TABLA-PALABRAS-LISTA
039400         PERFORM CALCULAR-PUNTAJE
039500         IF WS-PUNTAJE >= WS-PUNTAJE-MINIMO
039600             PERFORM REGISTRAR-COINCIDENCIA
039700         END-IF
039800     END-IF.
039900
040000 REGISTRAR-COINCIDENCIA.
040100*    Keeps the best score; a pair a supervisor has
040200*    cleared for this vendor no longer counts.
040300     IF WS-PUNTAJE > RES-PUNTAJE
040400         PERFORM VERIFICAR-DESPEJE
040500         IF NOT PAR-DESPEJADO
040600             MOVE "S" TO RES-COINCIDENCIA
040700             MOVE SDN-NUMERO-ENTIDAD TO RES-NUMERO-ENTIDAD
040800             MOVE WS-PUNTAJE TO RES-PUNTAJE
040900             MOVE WS-ORIGEN-ACTUAL TO RES-ORIGEN
041000             MOVE WS-TEXTO-PROVEEDOR TO RES-TEXTO-PROVEEDOR
041100             MOVE SDN-PROGRAMA TO RES-PROGRAMA-LISTA
041200             MOVE SPACES TO RES-TEXTO-LISTA
041300             IF SDN-DIRECCION
041400                 STRING SDN-TEXTO DELIMITED BY "  "
041500                     ", " DELIMITED BY SIZE
041600                     SDN-CIUDAD DELIMITED BY "  "
041700                     INTO RES-TEXTO-LISTA
041800                 END-STRING
041900             ELSE
042000                 MOVE SDN-TEXTO TO RES-TEXTO-LISTA
042100             END-IF
042200         END-IF
042300     END-IF.
042400
042500 VERIFICAR-DESPEJE.
042600     MOVE "N" TO WS-PAR-DESPEJADO.
042700     IF SOL-NUMERO-PROVEEDOR > ZEROES
042800         MOVE SOL-NUMERO-PROVEEDOR TO DSP-NUMERO-PROVEEDOR
042900         MOVE SDN-NUMERO-ENTIDAD TO DSP-NUMERO-ENTIDAD
043000         READ ARCHIVO-DESPEJES
043100             KEY IS DSP-LLAVE
043200             INVALID KEY
043300                 CONTINUE
043400             NOT INVALID KEY
043500                 MOVE "S" TO WS-PAR-DESPEJADO
043600         END-READ
043700     END-IF.
043800
043900*------------------------------------------------
044000* Word matching.
044100*------------------------------------------------
044200 CALCULAR-PUNTAJE.
044300     MOVE ZEROES TO WS-COINCIDENTES.
044400     MOVE SPACES TO TABLA-USADAS.
044500     PERFORM COMPARAR-PALABRA-PROVEEDOR
044600         VARYING WS-I FROM 1 BY 1
044700         UNTIL WS-I > WS-TOTAL-PROVEEDOR.
044800     IF WS-TOTAL-PROVEEDOR + WS-TOTAL-LISTA > ZEROES
044900         COMPUTE WS-PUNTAJE = (WS-COINCIDENTES * 200)
045000             / (WS-TOTAL-PROVEEDOR + WS-TOTAL-LISTA)
045100     ELSE
045200         MOVE ZEROES TO WS-PUNTAJE
045300     END-IF.
045400
045500 COMPARAR-PALABRA-PROVEEDOR.
045600*    Each list word can be matched only once.
045700     MOVE "N" TO WS-PALABRA-HALLADA.
045800     PERFORM VARYING WS-J FROM 1 BY 1
045900         UNTIL WS-J > WS-TOTAL-LISTA OR PALABRA-HALLADA
046000         IF PALABRA-USADA(WS-J) NOT = "S"
046100             PERFORM COMPARAR-DOS-PALABRAS
046200             IF PALABRAS-PARECIDAS
046300                 MOVE "S" TO PALABRA-USADA(WS-J)
046400                 MOVE "S" TO WS-PALABRA-HALLADA
046500                 ADD 1 TO WS-COINCIDENTES
046600             END-IF
046700         END-IF
046800     END-PERFORM.
046900
047000 COMPARAR-DOS-PALABRAS.
047100     MOVE "N" TO WS-PARECIDAS.
047200     IF PALABRA-PROVEEDOR(WS-I) = PALABRA-LISTA(WS-J)
047300         MOVE "S" TO WS-PARECIDAS
047400     ELSE
047500         MOVE PALABRA-PROVEEDOR(WS-I) TO WS-PALABRA-A
047600         MOVE PALABRA-LISTA(WS-J) TO WS-PALABRA-B
047700         MOVE ZEROES TO WS-LARGO-A
047800         MOVE ZEROES TO WS-LARGO-B
047900         INSPECT WS-PALABRA-A TALLYING WS-LARGO-A
048000             FOR CHARACTERS BEFORE INITIAL SPACE
048100         INSPECT WS-PALABRA-B TALLYING WS-LARGO-B
048200             FOR CHARACTERS BEFORE INITIAL SPACE
048300         IF WS-LARGO-A >= 4 AND WS-LARGO-B >= 4
048400            AND WS-PALABRA-A(1:1) = WS-PALABRA-B(1:1)
048500             MOVE 1 TO WS-TOLERANCIA
048600             IF WS-LARGO-A >= 8 AND WS-LARGO-B >= 8
048700                 MOVE 2 TO WS-TOLERANCIA
048800             END-IF
048900             COMPUTE WS-DIFERENCIA = WS-LARGO-A - WS-LARGO-B
049000             IF WS-DIFERENCIA <= WS-TOLERANCIA
049100                AND WS-DIFERENCIA >= 0 - WS-TOLERANCIA
049200                 PERFORM CALCULAR-DISTANCIA
049300                 IF WS-DISTANCIA <= WS-TOLERANCIA
049400                     MOVE "S" TO WS-PARECIDAS
049500                 END-IF
049600             END-IF
049700         END-IF
049800     END-IF.
049900
050000 CALCULAR-DISTANCIA.
050100*    Fewest single-letter inserts, deletes and
050200*    changes that turn word A into word B.
050300     PERFORM VARYING WS-FILA FROM 0 BY 1
050400         UNTIL WS-FILA > WS-LARGO-A
050500         MOVE WS-FILA TO DIST-CELDA(WS-FILA + 1, 1)
050600     END-PERFORM.
050700     PERFORM VARYING WS-COLUMNA FROM 0 BY 1
050800         UNTIL WS-COLUMNA > WS-LARGO-B
050900         MOVE WS-COLUMNA TO DIST-CELDA(1, WS-COLUMNA + 1)
051000     END-PERFORM.
051100     PERFORM VARYING WS-FILA FROM 1 BY 1
051200         UNTIL WS-FILA > WS-LARGO-A
051300         PERFORM VARYING WS-COLUMNA FROM 1 BY 1
051400             UNTIL WS-COLUMNA > WS-LARGO-B
051500             PERFORM CALCULAR-CELDA
051600         END-PERFORM
051700     END-PERFORM.
051800     MOVE DIST-CELDA(WS-LARGO-A + 1, WS-LARGO-B + 1)
051900         TO WS-DISTANCIA.
052000
052100 CALCULAR-CELDA.
052200     IF WS-PALABRA-A(WS-FILA:1) = WS-PALABRA-B(WS-COLUMNA:1)
052300         MOVE 0 TO WS-COSTO
052400     ELSE
052500         MOVE 1 TO WS-COSTO
052600     END-IF.
052700     COMPUTE WS-MINIMO = DIST-CELDA(WS-FILA, WS-COLUMNA)
052800         + WS-COSTO.
052900     IF DIST-CELDA(WS-FILA, WS-COLUMNA + 1) + 1 < WS-MINIMO
053000         COMPUTE WS-MINIMO =
053100             DIST-CELDA(WS-FILA, WS-COLUMNA + 1) + 1
053200     END-IF.
053300     IF DIST-CELDA(WS-FILA + 1, WS-COLUMNA) + 1 < WS-MINIMO
053400         COMPUTE WS-MINIMO =
053500             DIST-CELDA(WS-FILA + 1, WS-COLUMNA) + 1
053600     END-IF.
053700     MOVE WS-MINIMO TO DIST-CELDA(WS-FILA + 1, WS-COLUMNA + 1).
053800
053900*------------------------------------------------
054000* Text clean-up and sound-alike code; the list
054100* load (PROGIDSDN03) cleans list text the same way.
054200*------------------------------------------------
054300 NORMALIZAR-TEXTO.
054400     MOVE WS-TEXTO-ENTRADA TO WS-TEXTO-TRABAJO.
054500     INSPECT WS-TEXTO-TRABAJO
054600         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
054700     INSPECT WS-TEXTO-TRABAJO
054800         CONVERTING WS-SIGNOS TO WS-BLANCOS-SIGNOS.
054900     INSPECT WS-TEXTO-TRABAJO REPLACING ALL QUOTE BY SPACE.
055000     PERFORM SEPARAR-PALABRAS.
055100     MOVE SPACES TO WS-TEXTO-NORMAL.
055200     MOVE 1 TO WS-PUNTERO.
055300     PERFORM VARYING WS-INDICE-TEXTO FROM 1 BY 1
055400         UNTIL WS-INDICE-TEXTO > WS-TOTAL-PALABRAS
055500         STRING PALABRA(WS-INDICE-TEXTO) DELIMITED BY SPACE
055600             " " DELIMITED BY SIZE
055700             INTO WS-TEXTO-NORMAL
055800             WITH POINTER WS-PUNTERO
055900         END-STRING
056000     END-PERFORM.
056100
056200 SEPARAR-PALABRAS.
056300     MOVE SPACES TO TABLA-PALABRAS.
056400     MOVE ZEROES TO WS-TOTAL-PALABRAS.
056500     MOVE 1 TO WS-PUNTERO.
056600     PERFORM UNTIL WS-PUNTERO > 60 OR WS-TOTAL-PALABRAS >= 10
056700         MOVE SPACES TO WS-PALABRA-LEIDA
056800         UNSTRING WS-TEXTO-TRABAJO DELIMITED BY ALL SPACE
056900             INTO WS-PALABRA-LEIDA
057000             WITH POINTER WS-PUNTERO
057100         END-UNSTRING
057200         IF WS-PALABRA-LEIDA(2:1) NOT = SPACE
057300            AND NOT PALABRA-DE-RELLENO
057400             ADD 1 TO WS-TOTAL-PALABRAS
057500             MOVE WS-PALABRA-LEIDA TO PALABRA(WS-TOTAL-PALABRAS)
057600         END-IF
057700     END-PERFORM.
057800
057900 CALCULAR-CLAVE-FONETICA.
058000     MOVE SPACES TO WS-CLAVE-FONETICA.
058100     MOVE WS-PALABRA-CLAVE(1:1) TO WS-CLAVE-FONETICA(1:1).
058200     MOVE WS-PALABRA-CLAVE TO WS-CODIGOS.
058300     INSPECT WS-CODIGOS
058400         CONVERTING WS-MAYUSCULAS TO WS-DIGITOS-FONETICOS.
058500     MOVE WS-CODIGOS(1:1) TO WS-DIGITO-PREVIO.
058600     MOVE 1 TO WS-LARGO-CLAVE.
058700     PERFORM VARYING WS-POSICION FROM 2 BY 1
058800         UNTIL WS-POSICION > 20 OR WS-LARGO-CLAVE >= 4
058900         MOVE WS-CODIGOS(WS-POSICION:1) TO WS-DIGITO
059000         IF WS-DIGITO NOT = SPACE AND WS-DIGITO NOT = "0"
059100            AND WS-DIGITO NOT = WS-DIGITO-PREVIO
059200             ADD 1 TO WS-LARGO-CLAVE
059300             MOVE WS-DIGITO TO WS-CLAVE-FONETICA(WS-LARGO-CLAVE:1)
059400         END-IF
059500         MOVE WS-DIGITO TO WS-DIGITO-PREVIO
059600     END-PERFORM.
059700     INSPECT WS-CLAVE-FONETICA REPLACING ALL SPACE BY "0".
