000100*------------------------------------------------
000200* Nightly batch window record (ARCHIVO-VENTANA)
000300* One record in vendor-batch-window. The night
000400* driver PROGIDNOCHE01 opens the window (status A)
000500* when a cycle starts or resumes, records each step
000600* as it starts - and F if the step fails - and
000700* closes it (status C) only when every step of the
000800* cycle has completed. A cycle stopped by a failure
000900* or an abend therefore leaves the window open until
001000* it is rerun to completion or a supervisor releases
001100* it from the menu. While it is open the menu
001200* refuses the update options (supervisor override)
001300* and warns on the inquiry options. A missing file
001400* is a closed window.
001500*------------------------------------------------
001600 01  REGISTRO-VENTANA.
001700     05 VEN-ESTADO PIC X(1).
001800         88 VENTANA-ABIERTA VALUE "A".
001900         88 VENTANA-CERRADA VALUE "C".
002000     05 VEN-FECHA-CICLO PIC 9(8).
002100     05 VEN-APERTURA-FECHA PIC 9(8).
002200     05 VEN-APERTURA-HORA PIC 9(6).
002300     05 VEN-PASO PIC 9(2).
002400     05 VEN-PROGRAMA PIC X(15).
002500     05 VEN-PASO-ESTADO PIC X(1).
002600         88 VEN-PASO-EN-CURSO VALUE "E".
002700         88 VEN-PASO-FALLIDO VALUE "F".
002800     05 VEN-PASO-FECHA PIC 9(8).
002900     05 VEN-PASO-HORA PIC 9(6).
003000     05 VEN-CIERRE-FECHA PIC 9(8).
003100     05 VEN-CIERRE-HORA PIC 9(6).
003200     05 VEN-CERRADA-POR PIC X(8).
