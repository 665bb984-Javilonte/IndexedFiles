000100*------------------------------------------------
000200* Sanctions list sound-alike index (ARCHIVO-
000300* INDICE-SDN). Built by PROGIDSDN03 alongside the
000400* list: one record per sound-alike code (letter
000500* plus three digits, the usual Soundex code) of
000600* every word of every name and alias, and of the
000700* first word of the city of every address. The
000800* screen looks up the codes of the vendor's own
000900* words here and scores only the list records they
001000* point to, instead of reading the whole list for
001100* every vendor.
001200*------------------------------------------------
001300 01  REGISTRO-INDICE-SDN.
001400     05 SDX-LLAVE.
001500         10 SDX-CLAVE-FONETICA PIC X(4).
001600         10 SDX-NUMERO-ENTIDAD PIC 9(8).
001700         10 SDX-TIPO-REGISTRO PIC X(1).
001800         10 SDX-SECUENCIA PIC 9(5).
