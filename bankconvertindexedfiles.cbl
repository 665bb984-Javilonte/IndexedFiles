000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDMIGRA06.
000300*------------------------------------------------
000400* One-time conversion job.
000500* Reads the vendor banking file in its old layout
000600* (no prenote fields) and rewrites every record in
000700* the current layout, adding the prenote status,
000800* date, trace number, return code and response
000900* date without losing any existing data. Details
001000* already approved were in use before prenotes
001100* were sent, so they carry over as proved (prenote
001200* status space, dates zero) and keep going to AP;
001300* pending changes carry over unchanged and get a
001400* prenote when they are approved.
001500*
001600* Run once against the current vendor-bank-file;
001700* the operator then renames vendor-bank-file-migrated
001800* to vendor-bank-file to put it into production, the
001900* same way the vendor master conversions worked.
002000*------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     SELECT ARCHIVO-BANCOS-VIEJO
002600         ASSIGN TO "vendor-bank-file"
002700         ORGANIZATION IS INDEXED
002800         RECORD KEY IS BCO-NUMERO-PROVEEDOR-VIEJO
002900         ACCESS MODE IS SEQUENTIAL.
003000
003100     SELECT ARCHIVO-BANCOS
003200         ASSIGN TO "vendor-bank-file-migrated"
003300         ORGANIZATION IS INDEXED
003400         RECORD KEY IS BCO-NUMERO-PROVEEDOR
003500         ACCESS MODE IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900
004000 FD ARCHIVO-BANCOS-VIEJO
004100         LABEL RECORDS ARE STANDARD.
004200 01  REGISTRO-BANCO-VIEJO.
004300     05 BCO-NUMERO-PROVEEDOR-VIEJO PIC 9(5).
004400     05 BCO-RUTA-APROBADA-VIEJO PIC X(9).
004500     05 BCO-CUENTA-APROBADA-VIEJO PIC X(17).
004600     05 BCO-TIPO-CUENTA-APROBADO-VIEJO PIC X(1).
004700     05 BCO-RUTA-PENDIENTE-VIEJO PIC X(9).
004800     05 BCO-CUENTA-PENDIENTE-VIEJO PIC X(17).
004900     05 BCO-TIPO-CUENTA-PENDIENTE-VIEJO PIC X(1).
005000     05 BCO-ESTADO-VIEJO PIC X(1).
005100     05 BCO-SOLICITANTE-ID-VIEJO PIC X(8).
005200     05 BCO-SOLICITUD-FECHA-VIEJO PIC 9(8).
005300     05 BCO-SOLICITUD-HORA-VIEJO PIC 9(6).
005400     05 BCO-APROBADOR-ID-VIEJO PIC X(8).
005500     05 BCO-APROBACION-FECHA-VIEJO PIC 9(8).
005600     05 BCO-APROBACION-HORA-VIEJO PIC 9(6).
005700
005800 FD ARCHIVO-BANCOS
005900         LABEL RECORDS ARE STANDARD.
006000     COPY VENDBCO.
006100
006200 WORKING-STORAGE SECTION.
006300
006400 01  WS-EOF-BANCOS PIC X VALUE "N".
006500     88 EOF-BANCOS VALUE "S".
006600
006700 01  WS-CONTADOR-MIGRADOS PIC 9(5) VALUE ZEROES.
006800 01  WS-CONTADOR-ERRORES PIC 9(5) VALUE ZEROES.
006900
007000 PROCEDURE DIVISION.
007100 PROGRAMA-INICIO.
007200     OPEN INPUT ARCHIVO-BANCOS-VIEJO.
007300     OPEN OUTPUT ARCHIVO-BANCOS.
007400     PERFORM LEER-PRIMER-BANCO-VIEJO.
007500     PERFORM MIGRAR-BANCOS
007600         UNTIL EOF-BANCOS.
007700     CLOSE ARCHIVO-BANCOS-VIEJO.
007800     CLOSE ARCHIVO-BANCOS.
007900     DISPLAY "CONVERSION COMPLETE - RECORDS CONVERTED: "
008000         WS-CONTADOR-MIGRADOS.
008100     IF WS-CONTADOR-ERRORES > ZEROES
008200         DISPLAY "RECORDS NOT CONVERTED: " WS-CONTADOR-ERRORES
008300     END-IF.
008400     DISPLAY "RENAME vendor-bank-file-migrated TO".
008500     DISPLAY "vendor-bank-file TO PUT THE CONVERTED FILE".
008600     DISPLAY "INTO PRODUCTION.".
008700
008800 PROGRAMA-TERMINADO.
008900     STOP RUN.
009000
009100 LEER-PRIMER-BANCO-VIEJO.
009200     MOVE "N" TO WS-EOF-BANCOS.
009300     READ ARCHIVO-BANCOS-VIEJO
009400         AT END
009500             MOVE "S" TO WS-EOF-BANCOS
009600     END-READ.
009700
009800 MIGRAR-BANCOS.
009900     PERFORM CONVERTIR-REGISTRO-BANCO.
010000     WRITE REGISTRO-BANCO
010100         INVALID KEY
010200             DISPLAY "ERROR WRITING CONVERTED RECORD: "
010300                 BCO-NUMERO-PROVEEDOR
010400             ADD 1 TO WS-CONTADOR-ERRORES
010500         NOT INVALID KEY
010600             ADD 1 TO WS-CONTADOR-MIGRADOS
010700     END-WRITE.
010800     READ ARCHIVO-BANCOS-VIEJO
010900         AT END
011000             MOVE "S" TO WS-EOF-BANCOS
011100     END-READ.
011200
011300 CONVERTIR-REGISTRO-BANCO.
011400     MOVE SPACES TO REGISTRO-BANCO.
011500     MOVE BCO-NUMERO-PROVEEDOR-VIEJO TO BCO-NUMERO-PROVEEDOR.
011600     MOVE BCO-RUTA-APROBADA-VIEJO TO BCO-RUTA-APROBADA.
011700     MOVE BCO-CUENTA-APROBADA-VIEJO TO BCO-CUENTA-APROBADA.
011800     MOVE BCO-TIPO-CUENTA-APROBADO-VIEJO
011900         TO BCO-TIPO-CUENTA-APROBADO.
012000     MOVE BCO-RUTA-PENDIENTE-VIEJO TO BCO-RUTA-PENDIENTE.
012100     MOVE BCO-CUENTA-PENDIENTE-VIEJO TO BCO-CUENTA-PENDIENTE.
012200     MOVE BCO-TIPO-CUENTA-PENDIENTE-VIEJO
012300         TO BCO-TIPO-CUENTA-PENDIENTE.
012400     MOVE BCO-ESTADO-VIEJO TO BCO-ESTADO.
012500     MOVE BCO-SOLICITANTE-ID-VIEJO TO BCO-SOLICITANTE-ID.
012600     MOVE BCO-SOLICITUD-FECHA-VIEJO TO BCO-SOLICITUD-FECHA.
012700     MOVE BCO-SOLICITUD-HORA-VIEJO TO BCO-SOLICITUD-HORA.
012800     MOVE BCO-APROBADOR-ID-VIEJO TO BCO-APROBADOR-ID.
012900     MOVE BCO-APROBACION-FECHA-VIEJO TO BCO-APROBACION-FECHA.
013000     MOVE BCO-APROBACION-HORA-VIEJO TO BCO-APROBACION-HORA.
013100     MOVE SPACE TO BCO-PRENOTA-ESTADO.
013200     MOVE ZEROES TO BCO-PRENOTA-FECHA.
013300     MOVE ZEROES TO BCO-PRENOTA-RESPUESTA-FECHA.
