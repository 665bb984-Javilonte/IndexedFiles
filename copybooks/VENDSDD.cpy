000100*------------------------------------------------
000200* Sanctions match clearance layout (ARCHIVO-
000300* DESPEJES). One record per vendor and list entry
000400* a supervisor has reviewed and cleared as a false
000500* match, with who cleared it, when, and why. The
000600* screen skips a cleared pair from then on; a hit
000700* on any other list entry still stops the vendor.
000800*------------------------------------------------
000900 01  REGISTRO-DESPEJE.
001000     05 DSP-LLAVE.
001100         10 DSP-NUMERO-PROVEEDOR PIC 9(5).
001200         10 DSP-NUMERO-ENTIDAD PIC 9(8).
001300     05 DSP-SUPERVISOR-ID PIC X(8).
001400     05 DSP-OPERADOR-ID PIC X(8).
001500     05 DSP-FECHA PIC 9(8).
001600     05 DSP-HORA PIC 9(6).
001700     05 DSP-PUNTAJE PIC 9(3).
001800     05 DSP-TEXTO-LISTA PIC X(60).
001900     05 DSP-MOTIVO PIC X(30).
