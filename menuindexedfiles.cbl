001430* active); maintain it with PROGIDOPER01 (menu
001440* option 15, supervisors only). Disabled IDs are
001450* refused at sign-on, and the restricted options -
001460* merge, archive/purge, reload, operator
001465* maintenance and sanctions match review, plus
001470* hard delete inside the
001480* deactivate function - are refused to
001490* non-supervisors.
001500* While the night driver has the batch window open
001510* (vendor-batch-window), PROGIDVENTANA01 refuses
001520* the options that update vendor files - with a
001530* supervisor override - and warns on the inquiry
001540* options; operator maintenance and sign-off are
001550* not affected. Option 19 lets a supervisor
001560* release a window left open by a stopped cycle.
001570* Option 20 runs the cross-file integrity sweep;
001580* its cleanup mode is offered to supervisors only.
001600*------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
004930     88 ARCHIVO-ESTA-ABIERTO VALUE "S".
005000
005100 01  WS-OPCION PIC X(2) VALUE SPACES.
005110     88 OPCION-ACTUALIZA VALUE "1" "2" "3" "4" "7" "8" "9"
005120         "10" "11" "12" "13" "14" "17" "18" "20".
005130     88 OPCION-CONSULTA VALUE "5" "6" "16".
005140
005150 01  WS-MODO-VENTANA PIC X(1) VALUE SPACE.
005160 01  WS-OPCION-PERMITIDA PIC X(1) VALUE "S".
005170     88 OPCION-PERMITIDA VALUE "S".
005200
005300 PROCEDURE DIVISION.
005400 PROGRAMA-INICIO.
011260     DISPLAY "13 = ARCHIVE/PURGE OLD VENDORS (SUPV)".
011270     DISPLAY "14 = RELOAD MASTER FROM BACKUP (SUPV)".
011280     DISPLAY "15 = OPERATOR MAINTENANCE (SUPV)".
011290     DISPLAY "16 = VENDOR RECORD AS OF A DATE".
011295     DISPLAY "17 = SANCTIONS MATCH REVIEW (SUPV)".
011297     DISPLAY "18 = VENDOR COMPLIANCE DOCUMENTS".
011298     DISPLAY "19 = RELEASE NIGHTLY BATCH WINDOW (SUPV)".
011299     DISPLAY "20 = CROSS-FILE INTEGRITY SWEEP".
011300     DISPLAY "0 = SIGN OFF".
011400     ACCEPT WS-OPCION.
011450     PERFORM VERIFICAR-VENTANA-LOTE.
011460     IF OPCION-PERMITIDA
011500         PERFORM EJECUTAR-OPCION
011550     END-IF.
011600
011610 VERIFICAR-VENTANA-LOTE.
011620     MOVE "S" TO WS-OPCION-PERMITIDA.
011630     MOVE SPACE TO WS-MODO-VENTANA.
011640     IF OPCION-ACTUALIZA
011650         MOVE "U" TO WS-MODO-VENTANA
011660     ELSE
011670         IF OPCION-CONSULTA
011680             MOVE "C" TO WS-MODO-VENTANA
011690         END-IF
011691     END-IF.
011692     IF WS-MODO-VENTANA NOT = SPACE
011693         CALL "PROGIDVENTANA01" USING WS-OPERADOR-ID
011694             WS-NIVEL-OPERADOR WS-OPCION WS-MODO-VENTANA
011695             WS-OPCION-PERMITIDA
011696     END-IF.
011697
011700 EJECUTAR-OPCION.
011800     IF WS-OPCION = "1"
011900         CALL "PROGIDNUEVO02" USING WS-OPERADOR-ID
017400             PERFORM RECHAZAR-OPCION-RESTRINGIDA
017500         END-IF
017600     ELSE
017700         PERFORM EJECUTAR-OPCION-ADICIONAL
018300     END-IF.
018400
018410 EJECUTAR-OPCION-ADICIONAL.
018420     IF WS-OPCION = "16"
018430         CALL "PROGIDRECONS01"
018440     ELSE
018441         IF WS-OPCION = "17"
018442             IF OPERADOR-ES-SUPERVISOR
018443                 CALL "PROGIDSDN02" USING WS-OPERADOR-ID
018444             ELSE
018445                 PERFORM RECHAZAR-OPCION-RESTRINGIDA
018446             END-IF
018447         ELSE
018448             IF WS-OPCION = "18"
018449                 CALL "PROGIDDOCUM01" USING WS-OPERADOR-ID
018450             ELSE
018451                 IF WS-OPCION = "0"
018460                     MOVE "S" TO WS-FIN-SESION
018470                     DISPLAY "SIGNED OFF"
018480                 ELSE
018481                     IF WS-OPCION = "19"
018482                         PERFORM LIBERAR-VENTANA-LOTE
018483                     ELSE
018484                         IF WS-OPCION = "20"
018485                             CALL "PROGIDCRUCE01"
018486                                 USING WS-OPERADOR-ID
018487                                 WS-NIVEL-OPERADOR
018488                         ELSE
018489                             DISPLAY "INVALID OPTION - ENTER 0-20"
018490                         END-IF
018491                     END-IF
018492                 END-IF
018493             END-IF
018494         END-IF
018495     END-IF.
018496
018500 LLAMAR-FUNCION-SUPERVISOR.
018600     IF WS-OPCION = "13"
018700         CALL "PROGIDARCH01" USING WS-OPERADOR-ID
019700 RECHAZAR-OPCION-RESTRINGIDA.
019800     DISPLAY "OPTION RESTRICTED TO SUPERVISORS - SEE"
019900         " YOUR SUPERVISOR".
020000
020100 LIBERAR-VENTANA-LOTE.
020200     IF OPERADOR-ES-SUPERVISOR
020300         MOVE "L" TO WS-MODO-VENTANA
020400         CALL "PROGIDVENTANA01" USING WS-OPERADOR-ID
020500             WS-NIVEL-OPERADOR WS-OPCION WS-MODO-VENTANA
020600             WS-OPCION-PERMITIDA
020700     ELSE
020800         PERFORM RECHAZAR-OPCION-RESTRINGIDA
020900     END-IF.
