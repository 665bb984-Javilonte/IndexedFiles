000100*------------------------------------------------
000200* AP payment activity record layout (ARCHIVO-
000300* ACTIVIDAD). One record per vendor AP has ever
000400* reported, loaded from the monthly AP activity
000500* file by PROGIDACTIV01: the last invoice date, the
000600* last payment date and the year-to-date amount
000700* paid as AP last sent them (zero date = none),
000800* the date of that load, and the last-activity date
000900* - the later of the invoice and payment dates, and
001000* never moved backwards by an older file. The
001100* dormancy report PROGIDDORM01 measures a vendor's
001200* inactivity from it.
001300*------------------------------------------------
001400 01  REGISTRO-ACTIVIDAD.
001500     05 ACT-NUMERO-PROVEEDOR PIC 9(5).
001600     05 ACT-FECHA-ULTIMA-FACTURA PIC 9(8).
001700     05 ACT-FECHA-ULTIMO-PAGO PIC 9(8).
001800     05 ACT-PAGADO-ANUAL PIC 9(9)V99.
001900     05 ACT-FECHA-ULTIMA-ACTIVIDAD PIC 9(8).
002000     05 ACT-FECHA-CARGA PIC 9(8).
