000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGIDMIGRA05.
000300*------------------------------------------------
000400* One-time conversion job.
000500* Reads the vendor audit log in its old line
000600* sequential layout and rewrites every entry into
000700* the indexed layout (key on vendor number, date,
000800* time and sequence; alternate key on the operator
000900* ID) without losing any existing data. Entries
001000* that share a vendor, date and time - one per
001100* changed field on a MODIFICACION - get sequence
001200* numbers 000, 001, ... in the order they sit in
001300* the old log.
001400*
001500* Run once against the current vendor-audit-log;
001600* the operator then renames vendor-audit-log-migrated
001700* to vendor-audit-log to put it into production, the
001800* same way the vendor master conversions worked, and
001900* runs the year-end rollover (PROGIDCIERRE01) once
002000* for each past year the old log still holds.
002100*------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500
002600     SELECT ARCHIVO-AUDITORIA-VIEJO
002700         ASSIGN TO "vendor-audit-log"
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900
003000     SELECT ARCHIVO-AUDITORIA
003100         ASSIGN TO "vendor-audit-log-migrated"
003200         ORGANIZATION IS INDEXED
003300         RECORD KEY IS AUD-LLAVE
003400         ALTERNATE RECORD KEY IS AUD-OPERADOR-ID
003500             WITH DUPLICATES
003600         ACCESS MODE IS DYNAMIC.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000
004100 FD ARCHIVO-AUDITORIA-VIEJO
004200         LABEL RECORDS ARE STANDARD.
004300 01  REGISTRO-AUDITORIA-VIEJO.
004400     05 AUD-NUMERO-PROVEEDOR-VIEJO PIC 9(5).
004500     05 AUD-OPERADOR-ID-VIEJO PIC X(8).
004600     05 AUD-FECHA-VIEJO PIC 9(8).
004700     05 AUD-HORA-VIEJO PIC 9(6).
004800     05 AUD-ACCION-VIEJO PIC X(13).
004900     05 AUD-CAMPO-MODIFICADO-VIEJO PIC X(15).
005000     05 AUD-VALOR-ANTERIOR-VIEJO PIC X(30).
005100     05 AUD-VALOR-NUEVO-VIEJO PIC X(30).
005200
005300 FD ARCHIVO-AUDITORIA
005400         LABEL RECORDS ARE STANDARD.
005500     COPY VENDAUD.
005600
005700 WORKING-STORAGE SECTION.
005800
005900 01  WS-EOF-AUDITORIA PIC X VALUE "N".
006000     88 EOF-AUDITORIA VALUE "S".
006100
006200 01  WS-AUDITORIA-GRABADA PIC X VALUE "N".
006300     88 AUDITORIA-GRABADA VALUE "S".
006400
006500 01  WS-CONTADOR-MIGRADOS PIC 9(7) VALUE ZEROES.
006600 01  WS-CONTADOR-ERRORES PIC 9(7) VALUE ZEROES.
006700
006800 PROCEDURE DIVISION.
006900 PROGRAMA-INICIO.
007000     OPEN INPUT ARCHIVO-AUDITORIA-VIEJO.
007100     OPEN OUTPUT ARCHIVO-AUDITORIA.
007200     PERFORM LEER-PRIMERA-ENTRADA-VIEJA.
007300     PERFORM MIGRAR-ENTRADAS
007400         UNTIL EOF-AUDITORIA.
007500     CLOSE ARCHIVO-AUDITORIA-VIEJO.
007600     CLOSE ARCHIVO-AUDITORIA.
007700     DISPLAY "CONVERSION COMPLETE - ENTRIES CONVERTED: "
007800         WS-CONTADOR-MIGRADOS.
007900     IF WS-CONTADOR-ERRORES > ZEROES
008000         DISPLAY "ENTRIES NOT CONVERTED: " WS-CONTADOR-ERRORES
008100     END-IF.
008200     DISPLAY "RENAME vendor-audit-log-migrated TO".
008300     DISPLAY "vendor-audit-log TO PUT THE CONVERTED LOG".
008400     DISPLAY "INTO PRODUCTION.".
008500
008600 PROGRAMA-TERMINADO.
008700     STOP RUN.
008800
008900 LEER-PRIMERA-ENTRADA-VIEJA.
009000     MOVE "N" TO WS-EOF-AUDITORIA.
009100     READ ARCHIVO-AUDITORIA-VIEJO
009200         AT END
009300             MOVE "S" TO WS-EOF-AUDITORIA
009400     END-READ.
009500
009600 MIGRAR-ENTRADAS.
009700     PERFORM CONVERTIR-ENTRADA-AUDITORIA.
009800     PERFORM ESCRIBIR-ENTRADA-NUEVA.
009900     READ ARCHIVO-AUDITORIA-VIEJO
010000         AT END
010100             MOVE "S" TO WS-EOF-AUDITORIA
010200     END-READ.
010300
010400 CONVERTIR-ENTRADA-AUDITORIA.
010500     MOVE AUD-NUMERO-PROVEEDOR-VIEJO TO AUD-NUMERO-PROVEEDOR.
010600     MOVE AUD-FECHA-VIEJO TO AUD-FECHA.
010700     MOVE AUD-HORA-VIEJO TO AUD-HORA.
010800     MOVE ZEROES TO AUD-SECUENCIA.
010900     MOVE AUD-OPERADOR-ID-VIEJO TO AUD-OPERADOR-ID.
011000     MOVE AUD-ACCION-VIEJO TO AUD-ACCION.
011100     MOVE AUD-CAMPO-MODIFICADO-VIEJO TO AUD-CAMPO-MODIFICADO.
011200     MOVE AUD-VALOR-ANTERIOR-VIEJO TO AUD-VALOR-ANTERIOR.
011300     MOVE AUD-VALOR-NUEVO-VIEJO TO AUD-VALOR-NUEVO.
011400
011500 ESCRIBIR-ENTRADA-NUEVA.
011600     MOVE "N" TO WS-AUDITORIA-GRABADA.
011700     PERFORM UNTIL AUDITORIA-GRABADA
011800         WRITE REGISTRO-AUDITORIA
011900             INVALID KEY
012000                 IF AUD-SECUENCIA = 999
012100                     DISPLAY "ERROR WRITING CONVERTED ENTRY: "
012200                         AUD-NUMERO-PROVEEDOR " " AUD-FECHA
012300                     ADD 1 TO WS-CONTADOR-ERRORES
012400                     MOVE "S" TO WS-AUDITORIA-GRABADA
012500                 ELSE
012600                     ADD 1 TO AUD-SECUENCIA
012700                 END-IF
012800             NOT INVALID KEY
012900                 ADD 1 TO WS-CONTADOR-MIGRADOS
013000                 MOVE "S" TO WS-AUDITORIA-GRABADA
013100         END-WRITE
013200     END-PERFORM.
