000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDSDN03.
000300*------------------------------------------------
000400* Sanctions (OFAC SDN) list load.
000500* Rebuilds the sanctions list file and its sound-
000600* alike index from the list as published by OFAC
000700* in comma-separated form:
000800*   sdn-list     - entries (sdn.csv): entry number,
000900*                  name, type, program, ...
001000*   sdn-alt-list - aliases (alt.csv): entry number,
001100*                  alias number, alias type, alias
001200*                  name, ...
001300*   sdn-add-list - addresses (add.csv): entry
001400*                  number, address number, address,
001500*                  city/state/postal code, country
001600* The alias and address files are optional. Fields
001700* may be quoted; OFAC's "-0-" means blank; rows
001800* that do not start with an entry number are
001900* skipped. Name and address text longer than the
002000* record holds is cut at 60 characters.
002100* The whole list is replaced on every load. If the
002200* entry file cannot be opened the load stops and
002300* the list in use is not touched. Run whenever OFAC
002400* publishes a new list, before the night cycle.
002500*------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900
003000     SELECT ARCHIVO-LISTA-SDN
003100         ASSIGN TO "sdn-list"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-FS-LISTA.
003400
003500     SELECT OPTIONAL ARCHIVO-LISTA-ALIAS
003600         ASSIGN TO "sdn-alt-list"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT OPTIONAL ARCHIVO-LISTA-DIRECCIONES
004000         ASSIGN TO "sdn-add-list"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT OPTIONAL ARCHIVO-SDN
004400         ASSIGN TO "vendor-sdn-file"
004500         ORGANIZATION IS INDEXED
004600         RECORD KEY IS SDN-LLAVE
004700         ACCESS MODE IS DYNAMIC.
004800
004900     SELECT OPTIONAL ARCHIVO-INDICE-SDN
005000         ASSIGN TO "vendor-sdn-index"
005100         ORGANIZATION IS INDEXED
005200         RECORD KEY IS SDX-LLAVE
005300         ACCESS MODE IS DYNAMIC.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800 FD ARCHIVO-LISTA-SDN
005900         LABEL RECORDS ARE STANDARD.
006000 01  LINEA-LISTA-SDN PIC X(2000).
006100
006200 FD ARCHIVO-LISTA-ALIAS
006300         LABEL RECORDS ARE STANDARD.
006400 01  LINEA-LISTA-ALIAS PIC X(2000).
006500
006600 FD ARCHIVO-LISTA-DIRECCIONES
006700         LABEL RECORDS ARE STANDARD.
006800 01  LINEA-LISTA-DIRECCIONES PIC X(2000).
006900
007000 FD ARCHIVO-SDN
007100         LABEL RECORDS ARE STANDARD.
007200     COPY VENDSDN.
007300
007400 FD ARCHIVO-INDICE-SDN
007500         LABEL RECORDS ARE STANDARD.
007600     COPY VENDSDX.
007700
007800 WORKING-STORAGE SECTION.
007900
008000 01  WS-FS-LISTA PIC XX VALUE SPACES.
008100
008200 01  WS-EOF-LISTA PIC X VALUE "N".
008300     88 EOF-LISTA VALUE "S".
008400
008500 01  WS-PRINCIPAL-HALLADO PIC X VALUE "N".
008600     88 PRINCIPAL-HALLADO VALUE "S".
008700
008800 01  WS-FECHA-HORA-SISTEMA.
008900     05 WS-CDT-FECHA PIC 9(8).
009000     05 WS-CDT-RESTO PIC X(13).
009100
009200 01  WS-CONTADOR-ENTIDADES PIC 9(7) VALUE ZEROES.
009300 01  WS-CONTADOR-ALIAS PIC 9(7) VALUE ZEROES.
009400 01  WS-CONTADOR-DIRECCIONES PIC 9(7) VALUE ZEROES.
009500 01  WS-CONTADOR-INDICE PIC 9(7) VALUE ZEROES.
009600 01  WS-CONTADOR-OMITIDAS PIC 9(7) VALUE ZEROES.
009700 01  WS-CONTADOR-HUERFANAS PIC 9(7) VALUE ZEROES.
009800 01  WS-CONTADOR-REPETIDAS PIC 9(7) VALUE ZEROES.
009900
010000 01  WS-NUMERO-ENTIDAD PIC 9(8) VALUE ZEROES.
010100 01  WS-SECUENCIA-LIBRE PIC 9(5) VALUE ZEROES.
010200 01  WS-TIPO-PRINCIPAL PIC X(12) VALUE SPACES.
010300 01  WS-PROGRAMA-PRINCIPAL PIC X(20) VALUE SPACES.
010400
010500* One comma-separated line, split into its first
010600* six fields.
010700 01  LINEA-CSV PIC X(2000) VALUE SPACES.
010800 01  WS-LARGO-LINEA PIC 9(4) VALUE ZEROES.
010900 01  WS-POS-LINEA PIC 9(4) VALUE ZEROES.
011000 01  WS-CARACTER PIC X(1) VALUE SPACE.
011100 01  WS-CAMPO-ACTUAL PIC 9(2) VALUE ZEROES.
011200 01  WS-POS-CAMPO PIC 9(3) VALUE ZEROES.
011300 01  WS-INDICE-CAMPO PIC 9(2) VALUE ZEROES.
011400 01  WS-ENTRE-COMILLAS PIC X VALUE "N".
011500     88 ENTRE-COMILLAS VALUE "S".
011600 01  WS-COMILLA-VISTA PIC X VALUE "N".
011700     88 COMILLA-VISTA VALUE "S".
011800 01  TABLA-CAMPOS-CSV.
011900     05 CAMPO-CSV PIC X(200) OCCURS 6 TIMES.
012000
012100* Text clean-up, the same as the screen
012200* (PROGIDSDN01) applies to vendor names and
012300* addresses.
012400 01  WS-MINUSCULAS PIC X(26)
012500         VALUE "abcdefghijklmnopqrstuvwxyz".
012600 01  WS-MAYUSCULAS PIC X(26)
012700         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
012800 01  WS-SIGNOS PIC X(16) VALUE ".,;:-/&'()#*!?+_".
012900 01  WS-BLANCOS-SIGNOS PIC X(16) VALUE SPACES.
013000
013100 01  WS-TEXTO-ENTRADA PIC X(60) VALUE SPACES.
013200 01  WS-TEXTO-TRABAJO PIC X(60) VALUE SPACES.
013300 01  WS-TEXTO-NORMAL PIC X(60) VALUE SPACES.
013400 01  WS-PUNTERO PIC 9(3) VALUE ZEROES.
013500 01  WS-INDICE-TEXTO PIC 9(2) VALUE ZEROES.
013600
013700 01  WS-PALABRA-LEIDA PIC X(20) VALUE SPACES.
013800     88 PALABRA-DE-RELLENO VALUE "THE" "AND" "OF" "INC"
013900         "INCORPORATED" "LLC" "LTD" "LIMITED" "CO" "CORP"
014000         "CORPORATION" "COMPANY" "SA" "DE" "CV" "LA" "EL"
014100         "DEL" "LOS" "GMBH" "AG" "PLC" "LLP" "LP" "SRL"
014200         "BV" "NV".
014300
014400 01  TABLA-PALABRAS.
014500     05 WS-TOTAL-PALABRAS PIC 9(2).
014600     05 PALABRA PIC X(20) OCCURS 10 TIMES.
014700
014800 01  WS-DIGITOS-FONETICOS PIC X(26)
014900         VALUE "01230120022455012623010202".
015000 01  WS-PALABRA-CLAVE PIC X(20) VALUE SPACES.
015100 01  WS-CODIGOS PIC X(20) VALUE SPACES.
015200 01  WS-CLAVE-FONETICA PIC X(4) VALUE SPACES.
015300 01  WS-DIGITO PIC X(1) VALUE SPACE.
015400 01  WS-DIGITO-PREVIO PIC X(1) VALUE SPACE.
015500 01  WS-LARGO-CLAVE PIC 9(1) VALUE ZERO.
015600 01  WS-POSICION PIC 9(2) VALUE ZEROES.
015700 01  WS-K PIC 9(2) VALUE ZEROES.
015800
015900 PROCEDURE DIVISION.
016000 PROGRAMA-INICIO.
016100     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
016200     OPEN INPUT ARCHIVO-LISTA-SDN.
016300     IF WS-FS-LISTA NOT = "00"
016400         DISPLAY "CANNOT OPEN SANCTIONS LIST FILE sdn-list"
016500         DISPLAY "LOAD ABANDONED - LIST IN USE NOT TOUCHED"
016600         MOVE 8 TO RETURN-CODE
016700     ELSE
016800         PERFORM CARGAR-LISTA
016900     END-IF.
017000
017100 PROGRAMA-TERMINADO.
017200     STOP RUN.
017300
017400 CARGAR-LISTA.
017500     OPEN OUTPUT ARCHIVO-SDN.
017600     OPEN OUTPUT ARCHIVO-INDICE-SDN.
017700     PERFORM CARGAR-ENTIDADES.
017800     CLOSE ARCHIVO-LISTA-SDN.
017900     CLOSE ARCHIVO-SDN.
018000     CLOSE ARCHIVO-INDICE-SDN.
018100*    Aliases and addresses hang off the entries just
018200*    written, so those files are reopened for update.
018300     OPEN I-O ARCHIVO-SDN.
018400     OPEN I-O ARCHIVO-INDICE-SDN.
018500     OPEN INPUT ARCHIVO-LISTA-ALIAS.
018600     PERFORM CARGAR-ALIAS.
018700     CLOSE ARCHIVO-LISTA-ALIAS.
018800     OPEN INPUT ARCHIVO-LISTA-DIRECCIONES.
018900     PERFORM CARGAR-DIRECCIONES.
019000     CLOSE ARCHIVO-LISTA-DIRECCIONES.
019100     CLOSE ARCHIVO-SDN.
019200     CLOSE ARCHIVO-INDICE-SDN.
019300     DISPLAY "SANCTIONS LIST LOAD COMPLETE".
019400     DISPLAY "LIST ENTRIES LOADED......: " WS-CONTADOR-ENTIDADES.
019500     DISPLAY "ALIASES LOADED...........: " WS-CONTADOR-ALIAS.
019600     DISPLAY "ADDRESSES LOADED.........: "
019700         WS-CONTADOR-DIRECCIONES.
019800     DISPLAY "INDEX RECORDS WRITTEN....: " WS-CONTADOR-INDICE.
019900     DISPLAY "ROWS SKIPPED (NO NUMBER).: " WS-CONTADOR-OMITIDAS.
020000     DISPLAY "ROWS WITH NO LIST ENTRY..: " WS-CONTADOR-HUERFANAS.
020100     DISPLAY "DUPLICATE ROWS SKIPPED...: " WS-CONTADOR-REPETIDAS.
020200     IF WS-CONTADOR-ENTIDADES = ZEROES
020300         DISPLAY "WARNING - NO LIST ENTRIES LOADED"
020400         MOVE 8 TO RETURN-CODE
020500     END-IF.
020600
020700*------------------------------------------------
020800* Entries (primary names).
020900*------------------------------------------------
021000 CARGAR-ENTIDADES.
021100     MOVE "N" TO WS-EOF-LISTA.
021200     PERFORM UNTIL EOF-LISTA
021300         READ ARCHIVO-LISTA-SDN
021400             AT END
021500                 MOVE "S" TO WS-EOF-LISTA
021600             NOT AT END
021700                 MOVE LINEA-LISTA-SDN TO LINEA-CSV
021800                 PERFORM SEPARAR-CAMPOS-CSV
021900                 IF WS-NUMERO-ENTIDAD = ZEROES
022000                     ADD 1 TO WS-CONTADOR-OMITIDAS
022100                 ELSE
022200                     PERFORM GRABAR-ENTIDAD
022300                 END-IF
022400         END-READ
022500     END-PERFORM.
022600
022700 GRABAR-ENTIDAD.
022800     MOVE SPACES TO REGISTRO-SDN.
022900     MOVE WS-NUMERO-ENTIDAD TO SDN-NUMERO-ENTIDAD.
023000     MOVE "N" TO SDN-TIPO-REGISTRO.
023100     MOVE ZEROES TO SDN-SECUENCIA.
023200     MOVE FUNCTION TRIM(CAMPO-CSV(3)) TO SDN-TIPO-ENTIDAD.
023300     IF SDN-TIPO-ENTIDAD = SPACES
023400         MOVE "ENTITY" TO SDN-TIPO-ENTIDAD
023500     END-IF.
023600     INSPECT SDN-TIPO-ENTIDAD
023700         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
023800     MOVE FUNCTION TRIM(CAMPO-CSV(4)) TO SDN-PROGRAMA.
023900     MOVE FUNCTION TRIM(CAMPO-CSV(2)) TO SDN-TEXTO.
024000     MOVE SDN-TEXTO TO WS-TEXTO-ENTRADA.
024100     PERFORM NORMALIZAR-TEXTO.
024200     MOVE WS-TEXTO-NORMAL TO SDN-TEXTO-NORMAL.
024300     MOVE WS-CDT-FECHA TO SDN-FECHA-CARGA.
024400     WRITE REGISTRO-SDN
024500         INVALID KEY
024600             ADD 1 TO WS-CONTADOR-REPETIDAS
024700         NOT INVALID KEY
024800             ADD 1 TO WS-CONTADOR-ENTIDADES
024900             PERFORM INDEXAR-PALABRAS
025000     END-WRITE.
025100
025200*------------------------------------------------
025300* Aliases.
025400*------------------------------------------------
025500 CARGAR-ALIAS.
025600     MOVE "N" TO WS-EOF-LISTA.
025700     PERFORM UNTIL EOF-LISTA
025800         READ ARCHIVO-LISTA-ALIAS
025900             AT END
026000                 MOVE "S" TO WS-EOF-LISTA
026100             NOT AT END
026200                 MOVE LINEA-LISTA-ALIAS TO LINEA-CSV
026300                 PERFORM SEPARAR-CAMPOS-CSV
026400                 IF WS-NUMERO-ENTIDAD = ZEROES
026500                     ADD 1 TO WS-CONTADOR-OMITIDAS
026600                 ELSE
026700                     PERFORM BUSCAR-ENTIDAD-PRINCIPAL
026800                     IF PRINCIPAL-HALLADO
026900                         PERFORM GRABAR-ALIAS
027000                     ELSE
027100                         ADD 1 TO WS-CONTADOR-HUERFANAS
027200                     END-IF
027300                 END-IF
027400         END-READ
027500     END-PERFORM.
027600
027700 GRABAR-ALIAS.
027800     MOVE SPACES TO REGISTRO-SDN.
027900     MOVE WS-NUMERO-ENTIDAD TO SDN-NUMERO-ENTIDAD.
028000     MOVE "A" TO SDN-TIPO-REGISTRO.
028100     PERFORM ASIGNAR-SECUENCIA.
028200     MOVE WS-TIPO-PRINCIPAL TO SDN-TIPO-ENTIDAD.
028300     MOVE WS-PROGRAMA-PRINCIPAL TO SDN-PROGRAMA.
028400     MOVE FUNCTION TRIM(CAMPO-CSV(4)) TO SDN-TEXTO.
028500     MOVE SDN-TEXTO TO WS-TEXTO-ENTRADA.
028600     PERFORM NORMALIZAR-TEXTO.
028700     MOVE WS-TEXTO-NORMAL TO SDN-TEXTO-NORMAL.
028800     MOVE WS-CDT-FECHA TO SDN-FECHA-CARGA.
028900     WRITE REGISTRO-SDN
029000         INVALID KEY
029100             ADD 1 TO WS-CONTADOR-REPETIDAS
029200         NOT INVALID KEY
029300             ADD 1 TO WS-CONTADOR-ALIAS
029400             PERFORM INDEXAR-PALABRAS
029500     END-WRITE.
029600
029700*------------------------------------------------
029800* Addresses. Only an address with both a street
029900* line and a city can be screened, so only those
030000* are indexed (by the first word of the city).
030100*------------------------------------------------
030200 CARGAR-DIRECCIONES.
030300     MOVE "N" TO WS-EOF-LISTA.
030400     PERFORM UNTIL EOF-LISTA
030500         READ ARCHIVO-LISTA-DIRECCIONES
030600             AT END
030700                 MOVE "S" TO WS-EOF-LISTA
030800             NOT AT END
030900                 MOVE LINEA-LISTA-DIRECCIONES TO LINEA-CSV
031000                 PERFORM SEPARAR-CAMPOS-CSV
031100                 IF WS-NUMERO-ENTIDAD = ZEROES
031200                     ADD 1 TO WS-CONTADOR-OMITIDAS
031300                 ELSE
031400                     PERFORM BUSCAR-ENTIDAD-PRINCIPAL
031500                     IF PRINCIPAL-HALLADO
031600                         PERFORM GRABAR-DIRECCION
031700                     ELSE
031800                         ADD 1 TO WS-CONTADOR-HUERFANAS
031900                     END-IF
032000                 END-IF
032100         END-READ
032200     END-PERFORM.
032300
032400 GRABAR-DIRECCION.
032500     MOVE SPACES TO REGISTRO-SDN.
032600     MOVE WS-NUMERO-ENTIDAD TO SDN-NUMERO-ENTIDAD.
032700     MOVE "D" TO SDN-TIPO-REGISTRO.
032800     PERFORM ASIGNAR-SECUENCIA.
032900     MOVE WS-TIPO-PRINCIPAL TO SDN-TIPO-ENTIDAD.
033000     MOVE WS-PROGRAMA-PRINCIPAL TO SDN-PROGRAMA.
033100     MOVE FUNCTION TRIM(CAMPO-CSV(3)) TO SDN-TEXTO.
033200     MOVE FUNCTION TRIM(CAMPO-CSV(4)) TO SDN-CIUDAD.
033300     MOVE FUNCTION TRIM(CAMPO-CSV(5)) TO SDN-PAIS.
033400     MOVE SDN-TEXTO TO WS-TEXTO-ENTRADA.
033500     PERFORM NORMALIZAR-TEXTO.
033600     MOVE WS-TEXTO-NORMAL TO SDN-TEXTO-NORMAL.
033700     MOVE SDN-CIUDAD TO WS-TEXTO-ENTRADA.
033800     PERFORM NORMALIZAR-TEXTO.
033900     MOVE WS-TEXTO-NORMAL TO SDN-CIUDAD-NORMAL.
034000     MOVE WS-CDT-FECHA TO SDN-FECHA-CARGA.
034100     WRITE REGISTRO-SDN
034200         INVALID KEY
034300             ADD 1 TO WS-CONTADOR-REPETIDAS
034400         NOT INVALID KEY
034500             ADD 1 TO WS-CONTADOR-DIRECCIONES
034600             IF SDN-TEXTO-NORMAL NOT = SPACES
034700                AND WS-TOTAL-PALABRAS > ZEROES
034800                 MOVE PALABRA(1) TO WS-PALABRA-CLAVE
034900                 PERFORM GRABAR-INDICE
035000             END-IF
035100     END-WRITE.
035200
035300*------------------------------------------------
035400* Shared by aliases and addresses.
035500*------------------------------------------------
035600 BUSCAR-ENTIDAD-PRINCIPAL.
035700     MOVE "N" TO WS-PRINCIPAL-HALLADO.
035800     MOVE WS-NUMERO-ENTIDAD TO SDN-NUMERO-ENTIDAD.
035900     MOVE "N" TO SDN-TIPO-REGISTRO.
036000     MOVE ZEROES TO SDN-SECUENCIA.
036100     READ ARCHIVO-SDN
036200         KEY IS SDN-LLAVE
036300         INVALID KEY
036400             CONTINUE
036500         NOT INVALID KEY
036600             MOVE "S" TO WS-PRINCIPAL-HALLADO
036700             MOVE SDN-TIPO-ENTIDAD TO WS-TIPO-PRINCIPAL
036800             MOVE SDN-PROGRAMA TO WS-PROGRAMA-PRINCIPAL
036900     END-READ.
037000
037100 ASIGNAR-SECUENCIA.
037200*    The published alias or address number where
037300*    there is one, otherwise the next free number.
037400     IF FUNCTION TRIM(CAMPO-CSV(2)) IS NUMERIC
037500         MOVE FUNCTION NUMVAL(CAMPO-CSV(2)) TO SDN-SECUENCIA
037600     ELSE
037700         ADD 1 TO WS-SECUENCIA-LIBRE
037800         MOVE WS-SECUENCIA-LIBRE TO SDN-SECUENCIA
037900     END-IF.
038000
038100 INDEXAR-PALABRAS.
038200     PERFORM VARYING WS-K FROM 1 BY 1
038300         UNTIL WS-K > WS-TOTAL-PALABRAS
038400         MOVE PALABRA(WS-K) TO WS-PALABRA-CLAVE
038500         PERFORM GRABAR-INDICE
038600     END-PERFORM.
038700
038800 GRABAR-INDICE.
038900*    Two words of one name with the same code need
039000*    only one index record.
039100     PERFORM CALCULAR-CLAVE-FONETICA.
039200     MOVE WS-CLAVE-FONETICA TO SDX-CLAVE-FONETICA.
039300     MOVE SDN-NUMERO-ENTIDAD TO SDX-NUMERO-ENTIDAD.
039400     MOVE SDN-TIPO-REGISTRO TO SDX-TIPO-REGISTRO.
039500     MOVE SDN-SECUENCIA TO SDX-SECUENCIA.
039600     WRITE REGISTRO-INDICE-SDN
039700         INVALID KEY
039800             CONTINUE
039900         NOT INVALID KEY
040000             ADD 1 TO WS-CONTADOR-INDICE
040100     END-WRITE.
040200
040300*------------------------------------------------
040400* Comma-separated line into fields. A field may be
040500* in quotes, with "" standing for one quote inside.
040600* The entry number (first field) is left in
040700* WS-NUMERO-ENTIDAD, zero when it is not a number.
040800*------------------------------------------------
040900 SEPARAR-CAMPOS-CSV.
041000     MOVE SPACES TO TABLA-CAMPOS-CSV.
041100     MOVE ZEROES TO WS-NUMERO-ENTIDAD.
041200     IF LINEA-CSV NOT = SPACES
041300         MOVE 1 TO WS-CAMPO-ACTUAL
041400         MOVE ZEROES TO WS-POS-CAMPO
041500         MOVE "N" TO WS-ENTRE-COMILLAS
041600         MOVE "N" TO WS-COMILLA-VISTA
041700         COMPUTE WS-LARGO-LINEA = FUNCTION LENGTH(
041800             FUNCTION TRIM(LINEA-CSV TRAILING))
041900         PERFORM TRATAR-CARACTER-CSV
042000             VARYING WS-POS-LINEA FROM 1 BY 1
042100             UNTIL WS-POS-LINEA > WS-LARGO-LINEA
042200         PERFORM VARYING WS-INDICE-CAMPO FROM 1 BY 1
042300             UNTIL WS-INDICE-CAMPO > 6
042400             IF FUNCTION TRIM(CAMPO-CSV(WS-INDICE-CAMPO)) = "-0-"
042500                 MOVE SPACES TO CAMPO-CSV(WS-INDICE-CAMPO)
042600             END-IF
042700         END-PERFORM
042800         IF CAMPO-CSV(1) NOT = SPACES
042900            AND FUNCTION TRIM(CAMPO-CSV(1)) IS NUMERIC
043000             MOVE FUNCTION NUMVAL(CAMPO-CSV(1))
043100                 TO WS-NUMERO-ENTIDAD
043200         END-IF
043300     END-IF.
043400
043500 TRATAR-CARACTER-CSV.
043600     MOVE LINEA-CSV(WS-POS-LINEA:1) TO WS-CARACTER.
043700*    A quote inside a quoted field either closes it
043800*    or, doubled, stands for itself.
043900     IF COMILLA-VISTA
044000         MOVE "N" TO WS-COMILLA-VISTA
044100         IF WS-CARACTER = QUOTE
044200             PERFORM AGREGAR-CARACTER-CSV
044300         ELSE
044400             MOVE "N" TO WS-ENTRE-COMILLAS
044500             PERFORM CLASIFICAR-CARACTER-CSV
044600         END-IF
044700     ELSE
044800         IF ENTRE-COMILLAS AND WS-CARACTER = QUOTE
044900             MOVE "S" TO WS-COMILLA-VISTA
045000         ELSE
045100             PERFORM CLASIFICAR-CARACTER-CSV
045200         END-IF
045300     END-IF.
045400
045500 CLASIFICAR-CARACTER-CSV.
045600     IF ENTRE-COMILLAS
045700         PERFORM AGREGAR-CARACTER-CSV
045800     ELSE
045900         IF WS-CARACTER = QUOTE
046000             MOVE "S" TO WS-ENTRE-COMILLAS
046100         ELSE
046200             IF WS-CARACTER = ","
046300                 ADD 1 TO WS-CAMPO-ACTUAL
046400                 MOVE ZEROES TO WS-POS-CAMPO
046500             ELSE
046600                 PERFORM AGREGAR-CARACTER-CSV
046700             END-IF
046800         END-IF
046900     END-IF.
047000
047100 AGREGAR-CARACTER-CSV.
047200     IF WS-CAMPO-ACTUAL <= 6 AND WS-POS-CAMPO < 200
047300         ADD 1 TO WS-POS-CAMPO
047400         MOVE WS-CARACTER
047500             TO CAMPO-CSV(WS-CAMPO-ACTUAL)(WS-POS-CAMPO:1)
047600     END-IF.
047700
047800*------------------------------------------------
047900* Text clean-up and sound-alike code, kept the same
048000* as in the screen (PROGIDSDN01).
048100*------------------------------------------------
048200 NORMALIZAR-TEXTO.
048300     MOVE WS-TEXTO-ENTRADA TO WS-TEXTO-TRABAJO.
048400     INSPECT WS-TEXTO-TRABAJO
048500         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
048600     INSPECT WS-TEXTO-TRABAJO
048700         CONVERTING WS-SIGNOS TO WS-BLANCOS-SIGNOS.
048800     INSPECT WS-TEXTO-TRABAJO REPLACING ALL QUOTE BY SPACE.
048900     PERFORM SEPARAR-PALABRAS.
049000     MOVE SPACES TO WS-TEXTO-NORMAL.
049100     MOVE 1 TO WS-PUNTERO.
049200     PERFORM VARYING WS-INDICE-TEXTO FROM 1 BY 1
049300         UNTIL WS-INDICE-TEXTO > WS-TOTAL-PALABRAS
049400         STRING PALABRA(WS-INDICE-TEXTO) DELIMITED BY SPACE
049500             " " DELIMITED BY SIZE
049600             INTO WS-TEXTO-NORMAL
049700             WITH POINTER WS-PUNTERO
049800         END-STRING
049900     END-PERFORM.
050000
050100 SEPARAR-PALABRAS.
050200     MOVE SPACES TO TABLA-PALABRAS.
050300     MOVE ZEROES TO WS-TOTAL-PALABRAS.
050400     MOVE 1 TO WS-PUNTERO.
050500     PERFORM UNTIL WS-PUNTERO > 60 OR WS-TOTAL-PALABRAS >= 10
050600         MOVE SPACES TO WS-PALABRA-LEIDA
050700         UNSTRING WS-TEXTO-TRABAJO DELIMITED BY ALL SPACE
050800             INTO WS-PALABRA-LEIDA
050900             WITH POINTER WS-PUNTERO
051000         END-UNSTRING
051100         IF WS-PALABRA-LEIDA(2:1) NOT = SPACE
051200            AND NOT PALABRA-DE-RELLENO
051300             ADD 1 TO WS-TOTAL-PALABRAS
051400             MOVE WS-PALABRA-LEIDA TO PALABRA(WS-TOTAL-PALABRAS)
051500         END-IF
051600     END-PERFORM.
051700
051800 CALCULAR-CLAVE-FONETICA.
051900     MOVE SPACES TO WS-CLAVE-FONETICA.
052000     MOVE WS-PALABRA-CLAVE(1:1) TO WS-CLAVE-FONETICA(1:1).
052100     MOVE WS-PALABRA-CLAVE TO WS-CODIGOS.
052200     INSPECT WS-CODIGOS
052300         CONVERTING WS-MAYUSCULAS TO WS-DIGITOS-FONETICOS.
052400     MOVE WS-CODIGOS(1:1) TO WS-DIGITO-PREVIO.
052500     MOVE 1 TO WS-LARGO-CLAVE.
052600     PERFORM VARYING WS-POSICION FROM 2 BY 1
052700         UNTIL WS-POSICION > 20 OR WS-LARGO-CLAVE >= 4
052800         MOVE WS-CODIGOS(WS-POSICION:1) TO WS-DIGITO
052900         IF WS-DIGITO NOT = SPACE AND WS-DIGITO NOT = "0"
053000            AND WS-DIGITO NOT = WS-DIGITO-PREVIO
053100             ADD 1 TO WS-LARGO-CLAVE
053200             MOVE WS-DIGITO TO WS-CLAVE-FONETICA(WS-LARGO-CLAVE:1)
053300         END-IF
053400         MOVE WS-DIGITO TO WS-DIGITO-PREVIO
053500     END-PERFORM.
053600     INSPECT WS-CLAVE-FONETICA REPLACING ALL SPACE BY "0".
