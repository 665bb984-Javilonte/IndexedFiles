000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDMIGRA07.
000300*------------------------------------------------
000400* One-time conversion job.
000500* Reads the vendor class code table in its old
000600* layout (code and description only) and rewrites
000700* every record in the current layout, adding the
000800* five required-document slots as spaces - no
000900* class requires a compliance document until a
001000* supervisor keys one in through class code
001100* maintenance.
001200*
001300* Run once against the current vendor-class-file;
001400* the operator then renames vendor-class-file-migrated
001500* to vendor-class-file to put it into production, the
001600* same way the vendor master conversions worked.
001700*------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     SELECT ARCHIVO-CLASES-VIEJO
002300         ASSIGN TO "vendor-class-file"
002400         ORGANIZATION IS INDEXED
002500         RECORD KEY IS CLA-CODIGO-VIEJO
002600         ACCESS MODE IS SEQUENTIAL.
002700
002800     SELECT ARCHIVO-CLASES
002900         ASSIGN TO "vendor-class-file-migrated"
003000         ORGANIZATION IS INDEXED
003100         RECORD KEY IS CLA-CODIGO
003200         ACCESS MODE IS SEQUENTIAL.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600
003700 FD ARCHIVO-CLASES-VIEJO
003800         LABEL RECORDS ARE STANDARD.
003900 01  REGISTRO-CLASE-VIEJO.
004000     05 CLA-CODIGO-VIEJO PIC X(3).
004100     05 CLA-DESCRIPCION-VIEJO PIC X(30).
004200
004300 FD ARCHIVO-CLASES
004400         LABEL RECORDS ARE STANDARD.
004500     COPY VENDCLA.
004600
004700 WORKING-STORAGE SECTION.
004800
004900 01  WS-EOF-CLASES PIC X VALUE "N".
005000     88 EOF-CLASES VALUE "S".
005100
005200 01  WS-CONTADOR-MIGRADOS PIC 9(5) VALUE ZEROES.
005300 01  WS-CONTADOR-ERRORES PIC 9(5) VALUE ZEROES.
005400
005500 PROCEDURE DIVISION.
005600 PROGRAMA-INICIO.
005700     OPEN INPUT ARCHIVO-CLASES-VIEJO.
005800     OPEN OUTPUT ARCHIVO-CLASES.
005900     PERFORM LEER-PRIMERA-CLASE-VIEJA.
006000     PERFORM MIGRAR-CLASES
006100         UNTIL EOF-CLASES.
006200     CLOSE ARCHIVO-CLASES-VIEJO.
006300     CLOSE ARCHIVO-CLASES.
006400     DISPLAY "CONVERSION COMPLETE - RECORDS CONVERTED: "
006500         WS-CONTADOR-MIGRADOS.
006600     IF WS-CONTADOR-ERRORES > ZEROES
006700         DISPLAY "RECORDS NOT CONVERTED: " WS-CONTADOR-ERRORES
006800     END-IF.
006900     DISPLAY "RENAME vendor-class-file-migrated TO".
007000     DISPLAY "vendor-class-file TO PUT THE CONVERTED FILE".
007100     DISPLAY "INTO PRODUCTION.".
007200
007300 PROGRAMA-TERMINADO.
007400     STOP RUN.
007500
007600 LEER-PRIMERA-CLASE-VIEJA.
007700     MOVE "N" TO WS-EOF-CLASES.
007800     READ ARCHIVO-CLASES-VIEJO
007900         AT END
008000             MOVE "S" TO WS-EOF-CLASES
008100     END-READ.
008200
008300 MIGRAR-CLASES.
008400     MOVE SPACES TO REGISTRO-CLASE.
008500     MOVE CLA-CODIGO-VIEJO TO CLA-CODIGO.
008600     MOVE CLA-DESCRIPCION-VIEJO TO CLA-DESCRIPCION.
008700     WRITE REGISTRO-CLASE
008800         INVALID KEY
008900             DISPLAY "ERROR WRITING CONVERTED RECORD: "
009000                 CLA-CODIGO
009100             ADD 1 TO WS-CONTADOR-ERRORES
009200         NOT INVALID KEY
009300             ADD 1 TO WS-CONTADOR-MIGRADOS
009400     END-WRITE.
009500     READ ARCHIVO-CLASES-VIEJO
009600         AT END
009700             MOVE "S" TO WS-EOF-CLASES
009800     END-READ.
