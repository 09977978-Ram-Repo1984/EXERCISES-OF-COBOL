      * prints a single go/no-go page (MANANA.DAT) ending in a clear
      * RELEASE (LIBERAR) or HOLD (RETENER) verdict for the
      * downstream handoff.
      * The night HOLDs when any step failed by the suite's own
      * verdict in RH-RESULTADO (a RETURN-CODE above the step's
      * maximum in SUITEPAS.DAT; a non-critical step's failure and a
      * warning are listed but do not hold - for history written
      * before the step table, any RETURN-CODE other than 0 or the
      * warning 2 of COMPARA-DIARIO and INTERFAZ-MAYOR),
      * when the run logged E or F severity errors, when CUADRE.DAT
      * reports a desbalance or is missing (an uncertified night is
      * not releasable), or when there is no run history at all.
      * Trend warnings are listed but do not hold the night on their
      * own - the same posture SUITE-NOCTURNA takes with RETURN-CODE
      * 2.
      * The external matching reconciliation (CONCILIA-EXTERNA) gets
      * its own line from its RETURN-CODE in the run history: 0 all
      * matched, 2 open items or no confirmation (listed, does not
      * hold), anything else a night that could not be reconciled,
      * which holds even though the suite runs the step as not
      * critical.
      * A built-in step (copybooks/SUITEDEF.cpy) that an approved
      * SUITEPAS.DAT does not list never runs; each one is listed as
      * a warning, and the reconciliation line says the step is not
      * in the table rather than just that it did not run. These do
      * not hold the night: SUITE-NOCTURNA already ended it with
      * RETURN-CODE 2 for them.
      * Ends with RETURN-CODE 0 on LIBERAR and 1 on RETENER so the
      * morning script can gate the handoff on it.
      * Record layouts come from copybooks/RUNHIST.cpy and
      * copybooks/ERRLOGRC.cpy (shared with MANEJA-ERRORES, the
      * writer), copybooks/SUITEPAS.cpy and copybooks/SUITEDEF.cpy.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-MANANA.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT PASOS-SUITE ASSIGN TO "SUITEPAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASOS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL.
       FD  OPERADOR-CARD.
       COPY CTLOPER.

       FD  PASOS-SUITE.
       COPY SUITEPAS.

       WORKING-STORAGE SECTION.
       01  WS-FS-HISTORIAL             PIC XX.
       01  WS-FS-LOG                   PIC XX.
       01  WS-FS-TENDENCIA             PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASOS                 PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
      *Corrida mas reciente: primera pasada encuentra el ultimo
               10  WS-PAS-PASO         PIC X(30).
               10  WS-PAS-RC           PIC 9(4).
               10  WS-PAS-CONTADOR     PIC 9(6).
               10  WS-PAS-RESULTADO    PIC X.
       01  WS-IDX                      PIC 9(2).
      *Conteos de errores de la corrida por severidad.
       01  WS-CNT-SEV-I                PIC 9(4) VALUE 0.
           88  CUADRE-LEIDO            VALUE "S".
       01  WS-CNT-DESBALANCES          PIC 9(2) VALUE 0.
       01  WS-CNT-AVISOS-TEND          PIC 9(2) VALUE 0.
      *RETURN-CODE de la conciliacion externa en la corrida.
       01  WS-CONC-CORRIO              PIC X VALUE "N".
           88  CONC-CORRIO             VALUE "S".
       01  WS-CONC-RC                  PIC 9(4) VALUE 0.
      *Pasos de la tabla interna que SUITEPAS.DAT no trae.
       COPY SUITEDEF.
       01  WS-SPA-CNT                  PIC 9(2) VALUE 0.
       01  WS-TABLA-SUITEPAS.
           05  WS-SPA-PROGRAMA         PIC X(30) OCCURS 40.
       01  WS-FAL-CNT                  PIC 9(2) VALUE 0.
       01  WS-TABLA-FALTANTES.
           05  WS-FAL-PROGRAMA         PIC X(30) OCCURS 40.
       01  WS-IDX-DEF                  PIC 9(2).
       01  WS-PASO-EN-TABLA            PIC X VALUE "N".
           88  PASO-EN-TABLA           VALUE "S".
       01  WS-CONC-FALTA               PIC X VALUE "N".
           88  CONC-FALTA              VALUE "S".
      *Motivos de retencion acumulados para la pagina.
       01  WS-PASOS-MALOS              PIC 9(2) VALUE 0.
       01  WS-VEREDICTO                PIC X VALUE "L".
            PERFORM LEE-OPERADOR-CARD.
            PERFORM BUSCA-ULTIMA-CORRIDA.
            PERFORM CARGA-PASOS-CORRIDA.
            PERFORM BUSCA-PASOS-FALTANTES.
            PERFORM CUENTA-ERRORES-CORRIDA.
            PERFORM LEE-VEREDICTO-CUADRE.
            PERFORM CUENTA-AVISOS-TENDENCIA.
            ELSE
                MOVE 0 TO WS-PAS-CONTADOR(WS-PASOS-CNT)
            END-IF.
      *El veredicto que la suite dejo en RH-RESULTADO manda: la falla
      *("F") retiene la manana; el aviso y la falla de un paso no
      *critico se listan sin retener, igual que la suite siguio. Un
      *registro anterior a la tabla de pasos no lo trae: ahi
      *RETURN-CODE 2 es el aviso de COMPARA-DIARIO o de
      *INTERFAZ-MAYOR y cualquier otro distinto de cero retiene.
            MOVE RH-RESULTADO TO WS-PAS-RESULTADO(WS-PASOS-CNT).
            IF WS-PAS-RESULTADO(WS-PASOS-CNT) = SPACE
                EVALUATE WS-PAS-RC(WS-PASOS-CNT)
                    WHEN 0
                        MOVE "O" TO WS-PAS-RESULTADO(WS-PASOS-CNT)
                    WHEN 2
                        MOVE "A" TO WS-PAS-RESULTADO(WS-PASOS-CNT)
                    WHEN OTHER
                        MOVE "F" TO WS-PAS-RESULTADO(WS-PASOS-CNT)
                END-EVALUATE
            END-IF.
            IF WS-PAS-RESULTADO(WS-PASOS-CNT) = "F"
                ADD 1 TO WS-PASOS-MALOS
            END-IF.
            IF RH-PASO = "CONCILIA-EXTERNA"
                SET CONC-CORRIO TO TRUE
                MOVE WS-PAS-RC(WS-PASOS-CNT) TO WS-CONC-RC
            END-IF.

       BUSCA-PASOS-FALTANTES.
      *Sin SUITEPAS.DAT la suite corre la tabla interna completa y no
      *falta nada.
            MOVE 0 TO WS-SPA-CNT.
            MOVE 0 TO WS-FAL-CNT.
            OPEN INPUT PASOS-SUITE.
            IF WS-FS-PASOS = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ PASOS-SUITE
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF WS-SPA-CNT < 40
                                ADD 1 TO WS-SPA-CNT
                                MOVE SPAS-PROGRAMA
                                    TO WS-SPA-PROGRAMA(WS-SPA-CNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PASOS-SUITE
                MOVE 0 TO WS-IDX-DEF
                PERFORM UNTIL WS-IDX-DEF >= SDEF-CNT
                    ADD 1 TO WS-IDX-DEF
                    MOVE "N" TO WS-PASO-EN-TABLA
                    MOVE 0 TO WS-IDX
                    PERFORM UNTIL WS-IDX >= WS-SPA-CNT
                         OR PASO-EN-TABLA
                        ADD 1 TO WS-IDX
                        IF WS-SPA-PROGRAMA(WS-IDX)
                            = SDEF-PROGRAMA(WS-IDX-DEF)
                            SET PASO-EN-TABLA TO TRUE
                        END-IF
                    END-PERFORM
                    IF NOT PASO-EN-TABLA
                        ADD 1 TO WS-FAL-CNT
                        MOVE SDEF-PROGRAMA(WS-IDX-DEF)
                            TO WS-FAL-PROGRAMA(WS-FAL-CNT)
                        IF SDEF-PROGRAMA(WS-IDX-DEF)
                            = "CONCILIA-EXTERNA"
                            SET CONC-FALTA TO TRUE
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

       CUENTA-ERRORES-CORRIDA.
      *ERRLOG.DAT acumula todas las corridas; cuentan solo las
             OR WS-CNT-DESBALANCES > 0
                MOVE "R" TO WS-VEREDICTO
            END-IF.
            IF CONC-CORRIO
             AND WS-CONC-RC NOT = 0 AND WS-CONC-RC NOT = 2
                MOVE "R" TO WS-VEREDICTO
            END-IF.

       ESCRIBE-PAGINA-ESTADO.
            MOVE SPACES TO MANANA-LINEA.
            END-IF.
            PERFORM ESCRIBE-ERRORES.
            PERFORM ESCRIBE-CUADRE-TENDENCIA.
            PERFORM ESCRIBE-CONCILIACION.
            PERFORM ESCRIBE-PASOS-FALTANTES.
            PERFORM ESCRIBE-VEREDICTO.

       ESCRIBE-PASOS.
                MOVE WS-ED-RC TO MANANA-LINEA(32:4)
                MOVE WS-PAS-CONTADOR(WS-IDX) TO WS-ED-CONTADOR
                MOVE WS-ED-CONTADOR TO MANANA-LINEA(40:6)
                EVALUATE WS-PAS-RESULTADO(WS-IDX)
                    WHEN "F"
                        MOVE "** FALLO **" TO MANANA-LINEA(48:11)
                    WHEN "N"
                        MOVE "FALLO NO CRITICO"
                            TO MANANA-LINEA(48:16)
                    WHEN "A"
                        MOVE "AVISO" TO MANANA-LINEA(48:5)
                END-EVALUATE
                WRITE MANANA-LINEA
            END-PERFORM.

            END-IF.
            WRITE MANANA-LINEA.

       ESCRIBE-CONCILIACION.
            MOVE SPACES TO MANANA-LINEA.
            MOVE "CONCILIACION EXTERNA: " TO MANANA-LINEA(1:22).
            MOVE WS-CONC-RC TO WS-ED-RC.
            EVALUATE TRUE
                WHEN NOT CONC-CORRIO AND CONC-FALTA
                    MOVE "** NO ESTA EN SUITEPAS.DAT - NO CORRE **"
                        TO MANANA-LINEA(23:40)
                WHEN NOT CONC-CORRIO
                    MOVE "NO CORRIO EN ESTA CORRIDA"
                        TO MANANA-LINEA(23:25)
                WHEN WS-CONC-RC = 0
                    MOVE "RC    0 - CONCILIADA, SIN PARTIDAS ABIERTAS"
                        TO MANANA-LINEA(23:43)
                WHEN WS-CONC-RC = 2
                    MOVE "RC    2 - PARTIDAS ABIERTAS (AVISO), VER "
                        TO MANANA-LINEA(23:41)
                    MOVE "CONCILIA.DAT" TO MANANA-LINEA(64:12)
                WHEN OTHER
                    MOVE "** RC" TO MANANA-LINEA(23:5)
                    MOVE WS-ED-RC TO MANANA-LINEA(28:4)
                    MOVE " - NO SE PUDO CONCILIAR **"
                        TO MANANA-LINEA(32:26)
            END-EVALUATE.
            WRITE MANANA-LINEA.

       ESCRIBE-PASOS-FALTANTES.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-FAL-CNT
                ADD 1 TO WS-IDX
                MOVE SPACES TO MANANA-LINEA
                MOVE "AVISO: PASO" TO MANANA-LINEA(1:11)
                MOVE WS-FAL-PROGRAMA(WS-IDX) TO MANANA-LINEA(13:30)
                MOVE "NO ESTA EN SUITEPAS.DAT - NO CORRE"
                    TO MANANA-LINEA(44:34)
                WRITE MANANA-LINEA
            END-PERFORM.

       ESCRIBE-VEREDICTO.
            MOVE SPACES TO MANANA-LINEA.
            WRITE MANANA-LINEA.
