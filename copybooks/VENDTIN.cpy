000100*------------------------------------------------
000200* IRS TIN matching record layout (ARCHIVO-TIN)
000300* One record per 1099 vendor sent to IRS bulk TIN
000400* matching. The ENVIADO fields are the tax ID and
000500* name on the latest request file and its date; a
000600* new request replaces them but leaves the last
000700* answer alone until the next one comes back. The
000800* result code is the IRS answer - 0 matched, 1 TIN
000900* missing or not nine digits, 2 TIN not issued, 3
001000* name and TIN do not match, 4 invalid request, 6/7/8
001100* matched as SSN/EIN/both - with the date it was
001200* taken in and the tax ID it answers for. Space is
001300* no answer yet. A vendor counts as a TIN mismatch
001400* (backup withholding applies) while the code is
001500* 1, 2 or 3 and TIN-ID-FISCAL-RESULTADO is still
001600* the tax ID on the master; rekeying the tax ID
001700* clears the flag until the new one is checked.
001800*------------------------------------------------
001900 01  REGISTRO-TIN.
002000     05 TIN-NUMERO-PROVEEDOR PIC 9(5).
002100     05 TIN-ID-FISCAL-ENVIADO PIC X(11).
002200     05 TIN-NOMBRE-ENVIADO PIC X(40).
002300     05 TIN-FECHA-SOLICITUD PIC 9(8).
002400     05 TIN-CODIGO-RESULTADO PIC X(1).
002500         88 TIN-SIN-RESULTADO VALUE SPACE.
002600         88 TIN-COINCIDE VALUE "0" "6" "7" "8".
002700         88 TIN-NO-COINCIDE VALUE "1" "2" "3".
002800         88 TIN-SOLICITUD-INVALIDA VALUE "4".
002900     05 TIN-FECHA-RESULTADO PIC 9(8).
003000     05 TIN-ID-FISCAL-RESULTADO PIC X(11).
