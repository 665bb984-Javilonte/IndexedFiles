000100*------------------------------------------------
000200* Sanctions screen call parameters. The caller
000300* fills SOLICITUD-SDN and CALLs PROGIDSDN01, which
000400* answers in RESULTADO-SDN with the best-scoring
000500* match not already cleared for this vendor. The
000600* same two blocks go to PROGIDSDN02 to have a
000700* supervisor clear the match.
000800* Scope: N = name only, M = name and the master
000900* address block, T = also every remit-to address
001000* on the vendor address file.
001100* Source of the match: N = vendor name, M = master
001200* address, R = remit-to address.
001300*------------------------------------------------
001400 01  SOLICITUD-SDN.
001500     05 SOL-NUMERO-PROVEEDOR PIC 9(5).
001600     05 SOL-NOMBRE PIC X(30).
001700     05 SOL-DIRECCION-1 PIC X(30).
001800     05 SOL-DIRECCION-2 PIC X(30).
001900     05 SOL-CIUDAD PIC X(20).
002000     05 SOL-ALCANCE PIC X(1).
002100         88 SOL-SOLO-NOMBRE VALUE "N".
002200         88 SOL-NOMBRE-Y-MAESTRA VALUE "M".
002300         88 SOL-COMPLETO VALUE "T".
002400 01  RESULTADO-SDN.
002500     05 RES-COINCIDENCIA PIC X(1).
002600         88 RES-HAY-COINCIDENCIA VALUE "S".
002700     05 RES-LISTA-CARGADA PIC X(1).
002800         88 RES-LISTA-VACIA VALUE "N".
002900     05 RES-NUMERO-ENTIDAD PIC 9(8).
003000     05 RES-PUNTAJE PIC 9(3).
003100     05 RES-ORIGEN PIC X(1).
003200     05 RES-TEXTO-LISTA PIC X(60).
003300     05 RES-PROGRAMA-LISTA PIC X(20).
003400     05 RES-TEXTO-PROVEEDOR PIC X(30).
003500     05 RES-DESPEJE PIC X(1).
003600         88 RES-FUE-DESPEJADO VALUE "S".
