000100*------------------------------------------------
000200* Sanctions list record layout (ARCHIVO-SDN)
000300* The published OFAC SDN list, rebuilt whole by
000400* PROGIDSDN03 each time a new list is loaded. One
000500* record per list entry name, alias or address:
000600*   N = primary name (sequence zero)
000700*   A = alias ("aka", "fka") under the entry
000800*   D = address under the entry
000900* SDN-TEXTO is the name or address line as
001000* published; SDN-TEXTO-NORMAL is the same text in
001100* upper case with punctuation, one-letter words
001200* and business noise words (INC, LLC, CORP, S.A.,
001300* THE, ...) taken out, which is what the screen
001400* compares. Type and program are copied from the
001500* primary name onto its aliases and addresses.
001600*------------------------------------------------
001700 01  REGISTRO-SDN.
001800     05 SDN-LLAVE.
001900         10 SDN-NUMERO-ENTIDAD PIC 9(8).
002000         10 SDN-TIPO-REGISTRO PIC X(1).
002100             88 SDN-NOMBRE-PRINCIPAL VALUE "N".
002200             88 SDN-NOMBRE-ALIAS VALUE "A".
002300             88 SDN-DIRECCION VALUE "D".
002400         10 SDN-SECUENCIA PIC 9(5).
002500     05 SDN-TIPO-ENTIDAD PIC X(12).
002600     05 SDN-PROGRAMA PIC X(20).
002700     05 SDN-TEXTO PIC X(60).
002800     05 SDN-CIUDAD PIC X(40).
002900     05 SDN-PAIS PIC X(30).
003000     05 SDN-TEXTO-NORMAL PIC X(60).
003100     05 SDN-CIUDAD-NORMAL PIC X(40).
003200     05 SDN-FECHA-CARGA PIC 9(8).
