000600*   1 PROGIDRESP01  - vendor master backup
000700*   2 PROGIDVERIF01 - integrity audit
000800*   3 PROGIDARCH01  - archive/purge
000850*   4 PROGIDSDN04   - sanctions (OFAC SDN) rescreen
000870*   5 PROGIDDOCUM02 - compliance document check
000900*   6 PROGIDEXTRA01 - AP extract
001000* A run-control record per step (cycle date, step,
001100* program, start/end stamps, status) is kept in
001200* vendor-night-control, rewritten after every step
002300* Steps that prompt (archive cutoff, extract
002400* selections) read their answers from the response
002500* deck the scheduler pipes in, as always.
002510* Control records are matched to steps by program
002520* name, so a cycle left unfinished under an older
002530* step list still resumes correctly; a step with
002540* no record of its own simply runs.
002550* While a cycle is open the batch window record
002560* vendor-batch-window shows it open, with the step
002570* running and since when, so the sign-on menu keeps
002580* update functions off the files. It is closed
002590* only when every step has completed; a stopped or
002591* abended cycle keeps it open until it is rerun to
002592* completion or a supervisor releases it.
002600*------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003700         ASSIGN TO "vendor-night-report"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
003910     SELECT ARCHIVO-VENTANA
003920         ASSIGN TO "vendor-batch-window"
003930         ORGANIZATION IS LINE SEQUENTIAL
003940         FILE STATUS IS WS-FS-VENTANA.
003950
004000 DATA DIVISION.
004100 FILE SECTION.
004200
005600         LABEL RECORDS ARE STANDARD.
005700 01  LINEA-REPORTE PIC X(90).
005800
005810 FD ARCHIVO-VENTANA
005820         LABEL RECORDS ARE STANDARD.
005830     COPY VENDLCK.
005840
005900 WORKING-STORAGE SECTION.
006000
006100 01  WS-FS-CONTROL PIC XX VALUE SPACES.
006110 01  WS-FS-VENTANA PIC XX VALUE SPACES.
006200
006300 01  WS-EOF-CONTROL PIC X VALUE "N".
006400     88 EOF-CONTROL VALUE "S".
007080* Holding copy of the control file read at start,
007090* before deciding whether to resume its cycle.
007100 01  TABLA-PREVIA.
007110     05 ENTRADA-PREVIA OCCURS 6 TIMES.
007120         10 PRE-USADA PIC X(1).
007130         10 PRE-INICIO-FECHA PIC 9(8).
007140         10 PRE-INICIO-HORA PIC 9(6).
007160         10 PRE-FIN-HORA PIC 9(6).
007170         10 PRE-ESTADO PIC X(1).
007100 01  WS-OPERADOR-ID PIC X(8) VALUE "AUTORUN".
007110
007120 01  WS-TOTAL-PASOS PIC 9(2) VALUE 6.
007130 01  WS-PASO-ARCHIVO PIC 9(2) VALUE ZEROES.
007140
007150 01  WS-VENTANA-LEIDA PIC X VALUE "N".
007160     88 VENTANA-LEIDA VALUE "S".
007200
007300 01  WS-FECHA-HORA-SISTEMA.
007400     05 WS-CDT-FECHA PIC 9(8).
008000* C = complete, F = failed, S = skipped this run
008100* because a prior run already completed it.
008200 01  TABLA-PASOS.
008300     05 ENTRADA-PASO OCCURS 6 TIMES.
008400         10 PASO-PROGRAMA PIC X(15).
008500         10 PASO-INICIO-FECHA PIC 9(8).
008600         10 PASO-INICIO-HORA PIC 9(6).
012200     MOVE WS-CDT-FECHA TO WS-FECHA-CICLO.
012300     PERFORM INICIALIZAR-TABLA-PASOS.
012400     PERFORM LEER-CONTROL-PREVIO.
012450     PERFORM ABRIR-VENTANA-LOTE.
012500     PERFORM EJECUTAR-PASO
012600         VARYING WS-PASO-ACTUAL FROM 1 BY 1
012700         UNTIL WS-PASO-ACTUAL > WS-TOTAL-PASOS.
012800     PERFORM IMPRIMIR-REPORTE-NOCHE.
012850     IF NOT CADENA-DETENIDA
012860         PERFORM CERRAR-VENTANA-LOTE
012870     END-IF.
012900     IF CADENA-DETENIDA
013000         DISPLAY "NIGHTLY CHAIN STOPPED ON A FAILED STEP -"
013100             " FIX AND RERUN TO RESUME"
014000     MOVE "PROGIDRESP01" TO PASO-PROGRAMA(1).
014100     MOVE "PROGIDVERIF01" TO PASO-PROGRAMA(2).
014200     MOVE "PROGIDARCH01" TO PASO-PROGRAMA(3).
014250     MOVE "PROGIDSDN04" TO PASO-PROGRAMA(4).
014270     MOVE "PROGIDDOCUM02" TO PASO-PROGRAMA(5).
014300     MOVE "PROGIDEXTRA01" TO PASO-PROGRAMA(6).
014400     PERFORM LIMPIAR-PASO
014500         VARYING WS-PASO-ACTUAL FROM 1 BY 1
014600         UNTIL WS-PASO-ACTUAL > WS-TOTAL-PASOS.
014700
014800 LIMPIAR-PASO.
014900     MOVE ZEROES TO PASO-INICIO-FECHA(WS-PASO-ACTUAL).
015940*    fresh cycle start on today's date.
015950     PERFORM LIMPIAR-ENTRADA-PREVIA
015960         VARYING WS-INDICE-CONTROL FROM 1 BY 1
015970         UNTIL WS-INDICE-CONTROL > WS-TOTAL-PASOS.
015980     MOVE ZEROES TO WS-REGISTROS-CONTROL.
015990     MOVE "N" TO WS-PENDIENTE-VISTO.
016000     MOVE "N" TO WS-EOF-CONTROL.
016940             WS-FECHA-CICLO
016950         PERFORM APLICAR-ENTRADA-PREVIA
016960             VARYING WS-INDICE-CONTROL FROM 1 BY 1
016970             UNTIL WS-INDICE-CONTROL > WS-TOTAL-PASOS
016980     END-IF.
016990
016991 LIMPIAR-ENTRADA-PREVIA.
017300         AT END
017400             MOVE "S" TO WS-EOF-CONTROL
017500         NOT AT END
017550             PERFORM BUSCAR-PASO-DEL-REGISTRO
017600             IF WS-PASO-ARCHIVO > ZEROES
017610                 ADD 1 TO WS-REGISTROS-CONTROL
017620                 MOVE CTL-FECHA-CICLO
017630                     TO WS-FECHA-CICLO-ARCHIVO
017700                 MOVE "S" TO PRE-USADA(WS-PASO-ARCHIVO)
017800                 MOVE CTL-INICIO-FECHA
017900                     TO PRE-INICIO-FECHA(WS-PASO-ARCHIVO)
018000                 MOVE CTL-INICIO-HORA
018100                     TO PRE-INICIO-HORA(WS-PASO-ARCHIVO)
018200                 MOVE CTL-FIN-FECHA
018300                     TO PRE-FIN-FECHA(WS-PASO-ARCHIVO)
018400                 MOVE CTL-FIN-HORA
018500                     TO PRE-FIN-HORA(WS-PASO-ARCHIVO)
018510                 MOVE CTL-ESTADO TO PRE-ESTADO(WS-PASO-ARCHIVO)
018600                 IF CTL-ESTADO NOT = "C"
018700                     MOVE "S" TO WS-PENDIENTE-VISTO
018900                 END-IF
019000             END-IF
019100     END-READ.
019110
019111 BUSCAR-PASO-DEL-REGISTRO.
019112     MOVE ZEROES TO WS-PASO-ARCHIVO.
019113     PERFORM VARYING WS-INDICE-CONTROL FROM 1 BY 1
019114         UNTIL WS-INDICE-CONTROL > WS-TOTAL-PASOS
019115         IF PASO-PROGRAMA(WS-INDICE-CONTROL) = CTL-PROGRAMA
019116             MOVE WS-INDICE-CONTROL TO WS-PASO-ARCHIVO
019117         END-IF
019118     END-PERFORM.
019119
019120 APLICAR-ENTRADA-PREVIA.
019130     IF PRE-USADA(WS-INDICE-CONTROL) = "S"
019140         MOVE PRE-INICIO-FECHA(WS-INDICE-CONTROL)
021500     MOVE ZEROES TO PASO-FIN-HORA(WS-PASO-ACTUAL).
021600     MOVE "E" TO PASO-ESTADO(WS-PASO-ACTUAL).
021700     PERFORM GRABAR-ARCHIVO-CONTROL.
021750     PERFORM MARCAR-PASO-VENTANA.
021800     MOVE ZERO TO RETURN-CODE.
021900     PERFORM LLAMAR-PROGRAMA-PASO.
022000     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
023200     END-IF.
023300     MOVE ZERO TO RETURN-CODE.
023400     PERFORM GRABAR-ARCHIVO-CONTROL.
023450     IF PASO-ESTADO(WS-PASO-ACTUAL) = "F"
023460         PERFORM MARCAR-PASO-VENTANA
023470     END-IF.
023500
023600 LLAMAR-PROGRAMA-PASO.
023700     IF WS-PASO-ACTUAL = 1
025200                 MOVE "F" TO PASO-ESTADO(WS-PASO-ACTUAL)
025300         END-CALL
025400     END-IF.
025410     IF WS-PASO-ACTUAL = 4
025420         CALL "PROGIDSDN04"
025430             ON EXCEPTION
025440                 MOVE "F" TO PASO-ESTADO(WS-PASO-ACTUAL)
025450         END-CALL
025460     END-IF.
025470     IF WS-PASO-ACTUAL = 5
025475         CALL "PROGIDDOCUM02"
025480             ON EXCEPTION
025485                 MOVE "F" TO PASO-ESTADO(WS-PASO-ACTUAL)
025490         END-CALL
025495     END-IF.
025500     IF WS-PASO-ACTUAL = 6
025600         CALL "PROGIDEXTRA01"
025700             ON EXCEPTION
025800                 MOVE "F" TO PASO-ESTADO(WS-PASO-ACTUAL)
026900     ELSE
027000         PERFORM GRABAR-REGISTRO-CONTROL
027100             VARYING WS-INDICE-CONTROL FROM 1 BY 1
027200             UNTIL WS-INDICE-CONTROL > WS-TOTAL-PASOS
027300         CLOSE ARCHIVO-CONTROL
027400     END-IF.
027500
029300     WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
029400     PERFORM IMPRIMIR-PASO
029500         VARYING WS-PASO-ACTUAL FROM 1 BY 1
029600         UNTIL WS-PASO-ACTUAL > WS-TOTAL-PASOS.
029700     CLOSE REPORTE-NOCHE.
029800
029900 IMPRIMIR-PASO.
031900         END-IF
032000     END-IF.
032100     WRITE LINEA-REPORTE FROM LINEA-DETALLE.
032200
032300 ABRIR-VENTANA-LOTE.
032400*    A window already open from an unfinished cycle
032500*    keeps the time it was first opened; otherwise
032600*    it opens now. Either way it names this cycle.
032700     MOVE "N" TO WS-VENTANA-LEIDA.
032800     OPEN INPUT ARCHIVO-VENTANA.
032900     IF WS-FS-VENTANA = "00"
033000         READ ARCHIVO-VENTANA
033100             AT END
033200                 CONTINUE
033300             NOT AT END
033400                 IF VENTANA-ABIERTA
033500                     MOVE "S" TO WS-VENTANA-LEIDA
033600                 END-IF
033700         END-READ
033800         CLOSE ARCHIVO-VENTANA
033900     END-IF.
034000     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
034100     IF NOT VENTANA-LEIDA
034200         MOVE SPACES TO REGISTRO-VENTANA
034300         MOVE WS-CDT-FECHA TO VEN-APERTURA-FECHA
034400         MOVE WS-CDT-HORA TO VEN-APERTURA-HORA
034500     END-IF.
034600     MOVE "A" TO VEN-ESTADO.
034700     MOVE WS-FECHA-CICLO TO VEN-FECHA-CICLO.
034800     MOVE ZEROES TO VEN-PASO.
034900     MOVE SPACES TO VEN-PROGRAMA.
035000     MOVE SPACE TO VEN-PASO-ESTADO.
035100     MOVE WS-CDT-FECHA TO VEN-PASO-FECHA.
035200     MOVE WS-CDT-HORA TO VEN-PASO-HORA.
035300     MOVE ZEROES TO VEN-CIERRE-FECHA.
035400     MOVE ZEROES TO VEN-CIERRE-HORA.
035500     MOVE SPACES TO VEN-CERRADA-POR.
035600     PERFORM GRABAR-ARCHIVO-VENTANA.
035700     DISPLAY "BATCH WINDOW OPEN FOR CYCLE " WS-FECHA-CICLO.
035800
035900 MARCAR-PASO-VENTANA.
036000*    Rewritten at every step start, so a window
036100*    released by hand while the chain is still
036200*    running is set again by the next step.
036300     MOVE "A" TO VEN-ESTADO.
036400     MOVE WS-PASO-ACTUAL TO VEN-PASO.
036500     MOVE PASO-PROGRAMA(WS-PASO-ACTUAL) TO VEN-PROGRAMA.
036600     MOVE PASO-ESTADO(WS-PASO-ACTUAL) TO VEN-PASO-ESTADO.
036700     IF PASO-ESTADO(WS-PASO-ACTUAL) = "F"
036800         MOVE PASO-FIN-FECHA(WS-PASO-ACTUAL) TO VEN-PASO-FECHA
036900         MOVE PASO-FIN-HORA(WS-PASO-ACTUAL) TO VEN-PASO-HORA
037000     ELSE
037100         MOVE PASO-INICIO-FECHA(WS-PASO-ACTUAL)
037200             TO VEN-PASO-FECHA
037300         MOVE PASO-INICIO-HORA(WS-PASO-ACTUAL)
037400             TO VEN-PASO-HORA
037500     END-IF.
037600     PERFORM GRABAR-ARCHIVO-VENTANA.
037700
037800 CERRAR-VENTANA-LOTE.
037900     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SISTEMA.
038000     MOVE "C" TO VEN-ESTADO.
038100     MOVE WS-CDT-FECHA TO VEN-CIERRE-FECHA.
038200     MOVE WS-CDT-HORA TO VEN-CIERRE-HORA.
038300     MOVE WS-OPERADOR-ID TO VEN-CERRADA-POR.
038400     PERFORM GRABAR-ARCHIVO-VENTANA.
038500     DISPLAY "BATCH WINDOW CLOSED".
038600
038700 GRABAR-ARCHIVO-VENTANA.
038800     OPEN OUTPUT ARCHIVO-VENTANA.
038900     IF WS-FS-VENTANA NOT = "00"
039000         DISPLAY "CANNOT REWRITE BATCH WINDOW - STATUS "
039100             WS-FS-VENTANA
039200     ELSE
039300         WRITE REGISTRO-VENTANA
039400         CLOSE ARCHIVO-VENTANA
039500     END-IF.
