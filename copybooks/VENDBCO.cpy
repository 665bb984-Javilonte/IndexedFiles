000900* approve or reject it - one operator alone can
001000* never point a vendor's payments at a new
001100* account.
001110* Approved details are proved with a zero-dollar
001120* NACHA prenote before AP may use them. Approval
001130* sets BCO-PRENOTA-ESTADO to E (waiting to go out);
001140* the prenote job sends it, stamps the date and
001150* trace number and sets N (prenote outstanding),
001160* and clears it to space once the prenote period
001170* has passed with no return. A bank return sets F
001180* and a notification of change sets C; both put
001190* the account back in the pending queue. Space is
001195* also what records approved before prenotes were
001196* sent carry. The extract withholds the approved
001197* details in every state but space and an elapsed
001198* N.
001200*------------------------------------------------
001300 01  REGISTRO-BANCO.
001400     05 BCO-NUMERO-PROVEEDOR PIC 9(5).
002600     05 BCO-APROBADOR-ID PIC X(8).
002700     05 BCO-APROBACION-FECHA PIC 9(8).
002800     05 BCO-APROBACION-HORA PIC 9(6).
002900     05 BCO-PRENOTA-ESTADO PIC X(1).
003000         88 PRENOTA-POR-ENVIAR VALUE "E".
003100         88 PRENOTA-PENDIENTE VALUE "N".
003200         88 PRENOTA-DEVUELTA VALUE "F".
003300         88 PRENOTA-CORREGIDA VALUE "C".
003400     05 BCO-PRENOTA-FECHA PIC 9(8).
003500     05 BCO-PRENOTA-RASTREO PIC X(15).
003600     05 BCO-PRENOTA-CODIGO PIC X(3).
003700     05 BCO-PRENOTA-RESPUESTA-FECHA PIC 9(8).
