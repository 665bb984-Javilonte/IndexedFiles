000600* carrying the field name and its before and after
000700* values; the field columns are spaces on every
000800* other action.
000810* The log is indexed on AUD-LLAVE - vendor number,
000820* date and time, with AUD-SECUENCIA telling apart
000830* the several entries one change writes in the
000840* same second (writers start it at zero and step
000850* it on a duplicate key) - and on AUD-OPERADOR-ID
000860* as an alternate key with duplicates. The same
000870* layout is used by the yearly history files the
000880* year-end rollover writes (vendor-audit-log-YYYY).
000900*------------------------------------------------
001000 01  REGISTRO-AUDITORIA.
001010     05 AUD-LLAVE.
001100         10 AUD-NUMERO-PROVEEDOR PIC 9(5).
001300         10 AUD-FECHA PIC 9(8).
001400         10 AUD-HORA PIC 9(6).
001410         10 AUD-SECUENCIA PIC 9(3).
001200     05 AUD-OPERADOR-ID PIC X(8).
001500     05 AUD-ACCION PIC X(13).
001600     05 AUD-CAMPO-MODIFICADO PIC X(15).
001700     05 AUD-VALOR-ANTERIOR PIC X(30).
