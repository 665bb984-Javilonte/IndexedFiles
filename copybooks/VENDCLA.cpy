000400* carriers, OFF office supplies. CLASE-PROVEEDOR
000500* on the vendor master must match a code on this
000600* table (or be spaces for an unclassified vendor).
000610* CLA-DOCUMENTO-REQUERIDO lists up to five
000620* compliance document types (DOC-TIPO codes, see
000630* VENDDOC) every vendor in the class must keep on
000640* file and in date; unused slots are spaces.
000700*------------------------------------------------
000800 01  REGISTRO-CLASE.
000900     05 CLA-CODIGO PIC X(3).
001000     05 CLA-DESCRIPCION PIC X(30).
001100     05 CLA-DOCUMENTO-REQUERIDO PIC X(3) OCCURS 5 TIMES.
