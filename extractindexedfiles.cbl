001420* address from the vendor address file so AP pays
001430* the lockbox; vendors without one fall back to
001440* the master address block.
001450* Approved banking goes out only once it has been
001460* proved by a prenote: while the prenote is still
001470* to be sent, outstanding inside the prenote
001480* period, returned or corrected by the bank, the
001490* banking columns go out blank and the vendor is
001495* paid by check meanwhile.
001500*------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
005843     05 WS-BANCO-CUENTA PIC X(17).
005844     05 WS-BANCO-TIPO-CUENTA PIC X(1).
005845
005846*    Calendar days an outstanding prenote waits for a
005847*    return - the same figure the prenote job
005848*    (PROGIDPRENOTA01) uses.
005849 01  WS-DIAS-PRENOTA PIC 9(2) VALUE 6.
005850 01  WS-FECHA-HOY PIC 9(8) VALUE ZEROES.
005851 01  WS-CONTADOR-RETENIDOS PIC 9(5) VALUE ZEROES.
005852
005853 01  WS-BANCO-RETENIDO PIC X VALUE "N".
005854     88 BANCO-RETENIDO VALUE "S".
005855
005856 01  WS-FECHA-HORA-SISTEMA.
005857     05 WS-CDT-FECHA PIC 9(8).
005858     05 WS-CDT-HORA PIC 9(6).
005859     05 WS-CDT-RESTO PIC X(7).
005860
005861 01  CAMPOS-REMESA.
005860     05 WS-REMESA-DIRECCION-1 PIC X(30).
005870     05 WS-REMESA-DIRECCION-2 PIC X(30).
005880     05 WS-REMESA-CIUDAD PIC X(20).
005900
006000 PROCEDURE DIVISION.
006100 PROGRAMA-INICIO.
006110     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
006120     MOVE WS-CDT-FECHA TO WS-FECHA-HOY.
006200     PERFORM INGRESAR-SELECCION-SITUACION.
006300     PERFORM INGRESAR-FECHA-CORTE.
006310     PERFORM INGRESAR-SELECCION-CLASE.
007200     CLOSE ARCHIVO-EXTRACTO.
007300     DISPLAY "EXTRACT COMPLETE - VENDORS WRITTEN: "
007400         WS-CONTADOR-EXTRAIDOS.
007410     IF WS-CONTADOR-RETENIDOS > ZEROES
007420         DISPLAY "BANKING WITHHELD PENDING PRENOTE: "
007430             WS-CONTADOR-RETENIDOS
007440     END-IF.
007500
007600 PROGRAMA-TERMINADO.
007700     GOBACK.
018613 BUSCAR-BANCO-APROBADO.
018614*    Only approved banking details leave the
018615*    system; a record still waiting on its second
018616*    operator, or on its prenote, goes out blank.
018617     MOVE SPACES TO CAMPOS-BANCO.
018618     MOVE NUMERO-PROVEEDOR TO BCO-NUMERO-PROVEEDOR.
018619     READ ARCHIVO-BANCOS
018621         INVALID KEY
018622             CONTINUE
018623         NOT INVALID KEY
018624             PERFORM REVISAR-PRENOTA
018625             IF BCO-RUTA-APROBADA NOT = SPACES
018626                AND NOT BANCO-RETENIDO
018627                 MOVE BCO-RUTA-APROBADA TO WS-BANCO-RUTA
018628                 MOVE BCO-CUENTA-APROBADA TO WS-BANCO-CUENTA
018629                 MOVE BCO-TIPO-CUENTA-APROBADO
018630                     TO WS-BANCO-TIPO-CUENTA
018631             END-IF
018632     END-READ.
018633
018634 REVISAR-PRENOTA.
018635     MOVE "N" TO WS-BANCO-RETENIDO.
018636     IF PRENOTA-POR-ENVIAR OR PRENOTA-DEVUELTA
018637        OR PRENOTA-CORREGIDA
018638         MOVE "S" TO WS-BANCO-RETENIDO
018639     END-IF.
018640     IF PRENOTA-PENDIENTE
018641         IF BCO-PRENOTA-FECHA = ZEROES
018642             MOVE "S" TO WS-BANCO-RETENIDO
018643         ELSE
018644             IF FUNCTION INTEGER-OF-DATE(BCO-PRENOTA-FECHA)
018645                + WS-DIAS-PRENOTA
018646                > FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
018647                 MOVE "S" TO WS-BANCO-RETENIDO
018648             END-IF
018649         END-IF
018650     END-IF.
018651     IF BANCO-RETENIDO AND BCO-RUTA-APROBADA NOT = SPACES
018652         ADD 1 TO WS-CONTADOR-RETENIDOS
018653     END-IF.
018600
018700 ESCRIBIR-FILA-TOTAL.
018800     MOVE SPACES TO REGISTRO-EXTRACTO.
