000100*------------------------------------------------
000200* Vendor compliance document layout
000300* (ARCHIVO-DOCUMENTOS)
000400* One record per vendor and document type - the
000500* W-9, certificates of insurance, licenses and the
000600* like we collect from vendors - with the date it
000700* was received, the date it expires (zero for a
000800* document that does not expire, such as a W-9),
000900* the coverage amount where one applies and the
001000* operator and date it was logged. Logging a newer
001100* copy replaces the record for that type. The class
001200* code table says which types each class must have
001300* on file. Types: W9 = W-9, COI = certificate of
001400* liability insurance, WCI = workers' compensation
001500* certificate, LIC = contractor or business
001600* license, BND = surety bond.
001700*------------------------------------------------
001800 01  REGISTRO-DOCUMENTO.
001900     05 DOC-LLAVE.
002000         10 DOC-NUMERO-PROVEEDOR PIC 9(5).
002100         10 DOC-TIPO PIC X(3).
002200             88 DOC-TIPO-VALIDO VALUE "W9 " "COI" "WCI"
002300                 "LIC" "BND".
002400             88 DOC-TIPO-CON-COBERTURA VALUE "COI" "WCI"
002500                 "BND".
002600     05 DOC-FECHA-RECIBIDO PIC 9(8).
002700     05 DOC-FECHA-VENCIMIENTO PIC 9(8).
002800     05 DOC-MONTO-COBERTURA PIC 9(9)V99.
002900     05 DOC-OPERADOR-ID PIC X(8).
003000     05 DOC-FECHA-REGISTRO PIC 9(8).
