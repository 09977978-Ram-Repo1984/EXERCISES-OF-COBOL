      * reject data entry never fixes is a line on a report instead
      * of a record silently riding the nightly merry-go-round for
      * weeks. Report goes to SUSPAGE.DAT.
      * The total is split by what data entry has done with each
      * item (CORRIGE-SUSPENSO): pending, held out of resubmission,
      * and voided but not yet pulled out by a posting run - the
      * three lines add up to the total. Only pending items can
      * escalate, so only they are listed as one cycle away. The
      * items today's run pulled out to ANULADOS.DAT are counted
      * next to the escalations.
      * Age bands: 0-7, 8-30, 31-90 and over 90 days. Records from
      * before the aging fields existed carry blank dates and are
      * banded as 0-7 (first seen now), the same tolerance the
      * readers of a short CTLPARM.DAT card give missing fields.
      * Runs as a nightly suite step after the day closes, and
      * standalone whenever a supervisor asks.
      * Record layouts come from copybooks/SUSPREC.cpy,
      * copybooks/ESCALREC.cpy and copybooks/ANULREC.cpy; the cycle
      * limit comes from
      * copybooks/CTLPARM.cpy (default 5).
      * Uses GOBACK instead of STOP RUN so it can run standalone or
      * be CALLed from SUITE-NOCTURNA.
           SELECT ESCALADO ASSIGN TO "ESCALADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCALADO.
           SELECT ANULADOS ASSIGN TO "ANULADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANULADOS.
           SELECT REPORTE-EDADES ASSIGN TO "SUSPAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       FD  ESCALADO.
       COPY ESCALREC.

       FD  ANULADOS.
       COPY ANULREC.

       FD  REPORTE-EDADES.
       01  EDADES-LINEA                PIC X(80).

       01  WS-FS-PARAMETROS            PIC XX.
       01  WS-FS-SUSPENSO              PIC XX.
       01  WS-FS-ESCALADO              PIC XX.
       01  WS-FS-ANULADOS              PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-TOT-SUSPENSO             PIC 9(6) VALUE 0.
       01  WS-CNT-POR-ESCALAR          PIC 9(6) VALUE 0.
       01  WS-CNT-ESCALADOS-HOY        PIC 9(6) VALUE 0.
      *Desglose por marca de data entry (SUSP-ESTADO); las tres
      *suman el total en suspenso.
       01  WS-CNT-PENDIENTES           PIC 9(6) VALUE 0.
       01  WS-CNT-RETENIDOS            PIC 9(6) VALUE 0.
       01  WS-CNT-POR-RETIRAR          PIC 9(6) VALUE 0.
       01  WS-CNT-ANULADOS-HOY         PIC 9(6) VALUE 0.
       01  WS-ED-CONTADOR              PIC ZZZZZ9.
       01  WS-ED-DIAS                  PIC ZZZZ9.
       01  WS-FECHA-HOY.
            PERFORM RECORRE-SUSPENSO.
            PERFORM ESCRIBE-RESUMEN-BANDAS.
            PERFORM CUENTA-ESCALADOS-HOY.
            PERFORM CUENTA-ANULADOS-HOY.
            PERFORM ESCRIBE-TOTALES.
            CLOSE REPORTE-EDADES.
            DISPLAY "ENVEJECIMIENTO DE SUSPENSO: " WS-TOT-SUSPENSO
                    " REGISTROS, " WS-CNT-POR-ESCALAR " A UN CICLO "
                    "DE ESCALAR, " WS-CNT-ESCALADOS-HOY
                    " ESCALADOS HOY, " WS-CNT-ANULADOS-HOY
                    " ANULADOS HOY.".
            MOVE WS-TOT-SUSPENSO TO CMN-CONTADOR-REG.
            PERFORM ESCRIBE-PASO-COMUN.
            MOVE 0 TO RETURN-CODE.
            END-IF.
      *A un ciclo del tope: la proxima resubmision fallida lo saca
      *del carrusel; se lista completo para que alguien lo arregle
      *antes. Un retenido o anulado no se resubmite y no escala.
            EVALUATE SUSP-ESTADO
                WHEN "R"
                    ADD 1 TO WS-CNT-RETENIDOS
                WHEN "A"
                    ADD 1 TO WS-CNT-POR-RETIRAR
                WHEN OTHER
                    ADD 1 TO WS-CNT-PENDIENTES
                    IF WS-CICLOS-REG >= WS-LIMITE-CICLOS
                        ADD 1 TO WS-CNT-POR-ESCALAR
                        PERFORM ESCRIBE-POR-ESCALAR
                    END-IF
            END-EVALUATE.

       CALCULA-EDAD.
      *Edad en dias desde el primer rechazo. Un registro del formato
                CLOSE ESCALADO
            END-IF.

       CUENTA-ANULADOS-HOY.
      *Lo que la corrida de hoy saco a ANULADOS.DAT por anulacion de
      *data entry.
            OPEN INPUT ANULADOS.
            IF WS-FS-ANULADOS = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ ANULADOS
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF ANU-FECHA-ANULADO = WS-FECHA-RUN
                                ADD 1 TO WS-CNT-ANULADOS-HOY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ANULADOS
            END-IF.

       ESCRIBE-TOTALES.
            MOVE SPACES TO EDADES-LINEA.
            WRITE EDADES-LINEA.
            MOVE WS-ED-CONTADOR TO EDADES-LINEA(24:6).
            WRITE EDADES-LINEA.
            MOVE SPACES TO EDADES-LINEA.
            MOVE "  PENDIENTES:" TO EDADES-LINEA(1:13).
            MOVE WS-CNT-PENDIENTES TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EDADES-LINEA(24:6).
            WRITE EDADES-LINEA.
            MOVE SPACES TO EDADES-LINEA.
            MOVE "  RETENIDOS:" TO EDADES-LINEA(1:12).
            MOVE WS-CNT-RETENIDOS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EDADES-LINEA(24:6).
            WRITE EDADES-LINEA.
            MOVE SPACES TO EDADES-LINEA.
            MOVE "  ANULADOS A RETIRAR:" TO EDADES-LINEA(1:21).
            MOVE WS-CNT-POR-RETIRAR TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EDADES-LINEA(24:6).
            WRITE EDADES-LINEA.
            MOVE SPACES TO EDADES-LINEA.
            MOVE "A UN CICLO DE ESCALAR:" TO EDADES-LINEA(1:22).
            MOVE WS-CNT-POR-ESCALAR TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EDADES-LINEA(24:6).
            MOVE WS-CNT-ESCALADOS-HOY TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EDADES-LINEA(24:6).
            WRITE EDADES-LINEA.
            MOVE SPACES TO EDADES-LINEA.
            MOVE "ANULADOS HOY:" TO EDADES-LINEA(1:13).
            MOVE WS-CNT-ANULADOS-HOY TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EDADES-LINEA(24:6).
            WRITE EDADES-LINEA.

       LEE-PARAMETROS.
            OPEN INPUT PARAMETROS.
