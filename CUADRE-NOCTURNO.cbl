      * balance condition is listed there and the program ends with
      * RETURN-CODE 1 so VERIFICA-PASO stops the suite before a short
      * run gets certified.
      * A posted transfer writes two audit lines (debit leg "O" on
      * the source account, credit leg "D" on the destination) for
      * ONE TRANSIN detail, so the credit legs not flagged "R" are
      * taken out of the TRANSIN count and NUM1/NUM2 hash
      * comparisons; TRANSOUT carries both legs too, so those
      * comparisons are unchanged. Every transfer is also proved on
      * its own: each debit leg must be followed by the credit leg
      * with the same transfer reference, and the two RESULTADOs must
      * net to zero. An orphan leg or a pair that does not net to
      * zero is an out-of-balance condition, listed by reference.
      * Suspense items data entry has acted on (CORRIGE-SUSPENSO) are
      * kept out of the cross-foot: an item held out of resubmission
      * is carried back into SUSPENSE.DAT without being processed or
      * audited, so it is counted on its own line instead of as a new
      * reject, and an item voided today left the queue for
      * ANULADOS.DAT without reaching the audit trail. Both are shown
      * in a suspense roll: the queue the run started with equals the
      * items resubmitted plus the items voided plus the items held.
      * Record layouts come from the shared copybooks (TRANSIN.cpy,
      * TRANSOUT.cpy, AUDITREC.cpy) so this program reads exactly what
      * OPERACIONES-BASICAS wrote.
           SELECT ESCALADO ASSIGN TO "ESCALADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCALADO.
      *Los registros de suspenso anulados hoy salieron de la cola
      *sin auditarse: solo entran al rodamiento del suspenso.
           SELECT ANULADOS ASSIGN TO "ANULADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANULADOS.
           SELECT REPORTE-CUADRE ASSIGN TO "CUADRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       FD  ESCALADO.
       COPY ESCALREC.

       FD  ANULADOS.
       COPY ANULREC.

       FD  REPORTE-CUADRE.
       01  CUADRE-LINEA                PIC X(72).

       01  WS-CNT-ESCALADO             PIC 9(6) VALUE 0.
       01  WS-HASH-NUM1-ESC            PIC S9(12) VALUE 0.
       01  WS-HASH-NUM2-ESC            PIC S9(12) VALUE 0.
      *Retenidos por data entry (SUSP-ESTADO "R"): vuelven a
      *SUSPENSE.DAT sin pasar por la corrida, asi que no son rechazos
      *nuevos; y anulados de hoy, que salieron de la cola a
      *ANULADOS.DAT. Ambos explican la cola con que arranco la
      *corrida, no el total de auditoria.
       01  WS-CNT-RETENIDO             PIC 9(6) VALUE 0.
       01  WS-HASH-NUM1-RET            PIC S9(12) VALUE 0.
       01  WS-HASH-NUM2-RET            PIC S9(12) VALUE 0.
       01  WS-FS-ANULADOS              PIC XX.
       01  WS-CNT-ANULADO              PIC 9(6) VALUE 0.
       01  WS-HASH-NUM1-ANU            PIC S9(12) VALUE 0.
       01  WS-HASH-NUM2-ANU            PIC S9(12) VALUE 0.
       01  WS-CNT-RESUB-ITEMS          PIC 9(6) VALUE 0.
       01  WS-CNT-COLA-INICIAL         PIC 9(6) VALUE 0.
       01  WS-HASH-NUM1-ENT            PIC S9(12) VALUE 0.
       01  WS-HASH-NUM2-ENT            PIC S9(12) VALUE 0.
       01  WS-HASH-NUM1-SAL            PIC S9(12) VALUE 0.
       01  WS-HASH-NUM2-AUDNR          PIC S9(12) VALUE 0.
       01  WS-HASH-NUM1-SUS            PIC S9(12) VALUE 0.
       01  WS-HASH-NUM2-SUS            PIC S9(12) VALUE 0.
      *Transferencias: las patas credito ("D") de hoy y las que no
      *son resubmision, con su hash, para sacarlas del cuadre contra
      *TRANSIN (un detalle de entrada produce dos lineas).
       01  WS-CNT-AUD-CREDTRF          PIC 9(6) VALUE 0.
       01  WS-CNT-AUD-CREDTRF-NR       PIC 9(6) VALUE 0.
       01  WS-HASH-NUM1-CRDNR          PIC S9(12) VALUE 0.
       01  WS-HASH-NUM2-CRDNR          PIC S9(12) VALUE 0.
      *Prueba de pares: la pata debito queda pendiente hasta leer la
      *siguiente linea, que debe ser su credito con la misma
      *referencia. Las referencias que fallan se guardan para
      *listarlas en el reporte.
       01  WS-TRF-PENDIENTE            PIC X VALUE "N".
           88  HAY-TRF-PENDIENTE       VALUE "S".
       01  WS-TRF-PEND-REF             PIC X(14) VALUE SPACES.
       01  WS-TRF-PEND-CUENTA          PIC X(8) VALUE SPACES.
       01  WS-TRF-PEND-RESULT          PIC S9(10) VALUE 0.
       01  WS-TRF-NETO-PAR             PIC S9(10) VALUE 0.
       01  WS-CNT-TRF-PARES            PIC 9(6) VALUE 0.
       01  WS-TRF-TOT-DEBITOS          PIC S9(12) VALUE 0.
       01  WS-TRF-TOT-CREDITOS         PIC S9(12) VALUE 0.
       01  WS-TRF-NETO                 PIC S9(12) VALUE 0.
       01  WS-CNT-TRF-MALAS            PIC 9(4) VALUE 0.
       01  WS-TRF-MALA-IDX             PIC 9(4) VALUE 0.
       01  WS-TRF-MALA-TABLA.
           05  WS-TRF-MALA OCCURS 50 TIMES.
               10  WS-TRF-MALA-REF     PIC X(14).
               10  WS-TRF-MALA-CUENTA  PIC X(8).
               10  WS-TRF-MALA-MOTIVO  PIC X(20).
       01  WS-TRF-MOTIVO               PIC X(20).
      *Desbalances detectados; si queda en cero el run queda
      *certificado y el RETURN-CODE es 0.
       01  WS-CNT-DESBALANCES          PIC 9(2) VALUE 0.
            PERFORM TOTALIZA-SALIDA.
            PERFORM TOTALIZA-SUSPENSO.
            PERFORM TOTALIZA-ESCALADO.
            PERFORM TOTALIZA-ANULADOS.
            PERFORM TOTALIZA-AUDITORIA.
            PERFORM ESCRIBE-TOTALES.
            PERFORM VERIFICA-CUADRE.
            END-IF.

       ACUMULA-SUSPENSO.
      *Un retenido se arrastro sin procesarse: va a su propia linea.
            MOVE SUSP-DATOS TO TRANS-REC-IN.
            IF SUSP-ESTADO = "R"
                ADD 1 TO WS-CNT-RETENIDO
                IF NUM1-IN NUMERIC
                    ADD NUM1-IN TO WS-HASH-NUM1-RET
                END-IF
                IF NUM2-IN NUMERIC
                    ADD NUM2-IN TO WS-HASH-NUM2-RET
                END-IF
            ELSE
                ADD 1 TO WS-CNT-SUSPENSO
                IF NUM1-IN NUMERIC
                    ADD NUM1-IN TO WS-HASH-NUM1-SUS
                END-IF
                IF NUM2-IN NUMERIC
                    ADD NUM2-IN TO WS-HASH-NUM2-SUS
                END-IF
            END-IF.

       TOTALIZA-ESCALADO.
                ADD NUM2-IN TO WS-HASH-NUM2-ESC
            END-IF.

       TOTALIZA-ANULADOS.
      *ANULADOS.DAT acumula todas las corridas; solo cuentan los
      *registros que la corrida de hoy saco de la cola. Un archivo
      *ausente equivale a cero anulados.
            OPEN INPUT ANULADOS.
            IF WS-FS-ANULADOS = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ ANULADOS
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF ANU-FECHA-ANULADO = WS-FECHA-RUN
                                PERFORM ACUMULA-ANULADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ANULADOS
            END-IF.

       ACUMULA-ANULADO.
            ADD 1 TO WS-CNT-ANULADO.
            MOVE ANU-DATOS TO TRANS-REC-IN.
            IF NUM1-IN NUMERIC
                ADD NUM1-IN TO WS-HASH-NUM1-ANU
            END-IF.
            IF NUM2-IN NUMERIC
                ADD NUM2-IN TO WS-HASH-NUM2-ANU
            END-IF.

       TOTALIZA-AUDITORIA.
            OPEN INPUT AUDITORIA.
            IF WS-FS-AUDITORIA NOT = "00"
                    END-READ
                END-PERFORM
                CLOSE AUDITORIA
                IF HAY-TRF-PENDIENTE
                    PERFORM ANOTA-DEBITO-HUERFANO
                END-IF
            END-IF.

       ACUMULA-AUDITORIA.
                IF AUDIT-RESULTADO NUMERIC
                    ADD AUDIT-RESULTADO TO WS-HASH-RESULT-AUD
                END-IF
                PERFORM CONTROLA-TRANSFERENCIA
            END-IF.

       CONTROLA-TRANSFERENCIA.
      *Solo una linea con referencia es pata posteada (el rechazo de
      *una transferencia deja una sola linea sin referencia). Un
      *debito pendiente que no va seguido de su credito es huerfano.
            IF AUDIT-REF-TRANSF = SPACES
                IF HAY-TRF-PENDIENTE
                    PERFORM ANOTA-DEBITO-HUERFANO
                END-IF
            ELSE
                IF AUDIT-PATA-TRANSF = "O"
                    IF HAY-TRF-PENDIENTE
                        PERFORM ANOTA-DEBITO-HUERFANO
                    END-IF
                    IF AUDIT-RESULTADO NUMERIC
                        ADD AUDIT-RESULTADO TO WS-TRF-TOT-DEBITOS
                        MOVE AUDIT-RESULTADO TO WS-TRF-PEND-RESULT
                    ELSE
                        MOVE 0 TO WS-TRF-PEND-RESULT
                    END-IF
                    MOVE AUDIT-REF-TRANSF TO WS-TRF-PEND-REF
                    MOVE AUDIT-CUENTA TO WS-TRF-PEND-CUENTA
                    SET HAY-TRF-PENDIENTE TO TRUE
                ELSE
                    PERFORM CONTROLA-CREDITO-TRANSFERENCIA
                END-IF
            END-IF.

       CONTROLA-CREDITO-TRANSFERENCIA.
            ADD 1 TO WS-CNT-AUD-CREDTRF.
            IF AUDIT-RESUB NOT = "R"
                ADD 1 TO WS-CNT-AUD-CREDTRF-NR
                IF AUDIT-NUM1 NUMERIC
                    ADD AUDIT-NUM1 TO WS-HASH-NUM1-CRDNR
                END-IF
                IF AUDIT-NUM2 NUMERIC
                    ADD AUDIT-NUM2 TO WS-HASH-NUM2-CRDNR
                END-IF
            END-IF.
            IF AUDIT-RESULTADO NUMERIC
                ADD AUDIT-RESULTADO TO WS-TRF-TOT-CREDITOS
                COMPUTE WS-TRF-NETO-PAR =
                    WS-TRF-PEND-RESULT + AUDIT-RESULTADO
            ELSE
                MOVE WS-TRF-PEND-RESULT TO WS-TRF-NETO-PAR
            END-IF.
            IF HAY-TRF-PENDIENTE
             AND WS-TRF-PEND-REF = AUDIT-REF-TRANSF
                ADD 1 TO WS-CNT-TRF-PARES
                MOVE "N" TO WS-TRF-PENDIENTE
                IF WS-TRF-NETO-PAR NOT = 0
                    MOVE "PAR NO NETEA CERO" TO WS-TRF-MOTIVO
                    MOVE AUDIT-REF-TRANSF TO WS-TRF-PEND-REF
                    MOVE AUDIT-CUENTA TO WS-TRF-PEND-CUENTA
                    PERFORM GUARDA-TRANSFERENCIA-MALA
                END-IF
            ELSE
                IF HAY-TRF-PENDIENTE
                    PERFORM ANOTA-DEBITO-HUERFANO
                END-IF
                MOVE "CREDITO SIN DEBITO" TO WS-TRF-MOTIVO
                MOVE AUDIT-REF-TRANSF TO WS-TRF-PEND-REF
                MOVE AUDIT-CUENTA TO WS-TRF-PEND-CUENTA
                PERFORM GUARDA-TRANSFERENCIA-MALA
            END-IF.

       ANOTA-DEBITO-HUERFANO.
            MOVE "DEBITO SIN CREDITO" TO WS-TRF-MOTIVO.
            PERFORM GUARDA-TRANSFERENCIA-MALA.
            MOVE "N" TO WS-TRF-PENDIENTE.

       GUARDA-TRANSFERENCIA-MALA.
      *La tabla guarda las primeras 50 para el listado; el contador
      *sigue contando todas.
            ADD 1 TO WS-CNT-TRF-MALAS.
            IF WS-CNT-TRF-MALAS <= 50
                MOVE WS-TRF-PEND-REF
                    TO WS-TRF-MALA-REF(WS-CNT-TRF-MALAS)
                MOVE WS-TRF-PEND-CUENTA
                    TO WS-TRF-MALA-CUENTA(WS-CNT-TRF-MALAS)
                MOVE WS-TRF-MOTIVO
                    TO WS-TRF-MALA-MOTIVO(WS-CNT-TRF-MALAS)
            END-IF.

       ESCRIBE-ENCABEZADO.
            MOVE WS-ED-CONTADOR TO CUADRE-LINEA(38:6).
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "PATAS CREDITO DE TRANSFERENCIA:"
                TO CUADRE-LINEA.
            MOVE WS-CNT-AUD-CREDTRF TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO CUADRE-LINEA(38:6).
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            WRITE CUADRE-LINEA.
            PERFORM ESCRIBE-RODAMIENTO-SUSPENSO.
            PERFORM ESCRIBE-TRANSFERENCIAS.

       ESCRIBE-RODAMIENTO-SUSPENSO.
      *La cola de suspenso con que arranco la corrida se explica
      *completa: cada registro se resubmitio (lineas "R" de la
      *auditoria, menos las patas credito de las transferencias
      *resubmitidas), se anulo o sigue retenido.
            COMPUTE WS-CNT-RESUB-ITEMS =
                WS-CNT-AUD-RESUB
                - (WS-CNT-AUD-CREDTRF - WS-CNT-AUD-CREDTRF-NR).
            COMPUTE WS-CNT-COLA-INICIAL =
                WS-CNT-RESUB-ITEMS + WS-CNT-ANULADO + WS-CNT-RETENIDO.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "RODAMIENTO DEL SUSPENSO" TO CUADRE-LINEA.
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "ARCHIVO        REGISTROS   HASH NUM1     HASH NUM2"
                TO CUADRE-LINEA.
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "ANULADOS HOY" TO CUADRE-LINEA(1:12).
            MOVE WS-CNT-ANULADO TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO CUADRE-LINEA(16:6).
            MOVE WS-HASH-NUM1-ANU TO WS-ED-HASH.
            MOVE WS-ED-HASH TO CUADRE-LINEA(24:13).
            MOVE WS-HASH-NUM2-ANU TO WS-ED-HASH.
            MOVE WS-ED-HASH TO CUADRE-LINEA(38:13).
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "RETENIDOS" TO CUADRE-LINEA(1:12).
            MOVE WS-CNT-RETENIDO TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO CUADRE-LINEA(16:6).
            MOVE WS-HASH-NUM1-RET TO WS-ED-HASH.
            MOVE WS-ED-HASH TO CUADRE-LINEA(24:13).
            MOVE WS-HASH-NUM2-RET TO WS-ED-HASH.
            MOVE WS-ED-HASH TO CUADRE-LINEA(38:13).
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "REGISTROS RESUBMITIDOS:" TO CUADRE-LINEA.
            MOVE WS-CNT-RESUB-ITEMS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO CUADRE-LINEA(38:6).
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "COLA DE SUSPENSO AL ARRANCAR:" TO CUADRE-LINEA.
            MOVE WS-CNT-COLA-INICIAL TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO CUADRE-LINEA(38:6).
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            WRITE CUADRE-LINEA.

       ESCRIBE-TRANSFERENCIAS.
      *Cada transferencia posteada es un par debito/credito; la suma
      *de debitos y creditos del dia tiene que dar cero.
            COMPUTE WS-TRF-NETO =
                WS-TRF-TOT-DEBITOS + WS-TRF-TOT-CREDITOS.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "TRANSFERENCIAS (PARES DEBITO/CREDITO)"
                TO CUADRE-LINEA.
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "PARES ENLAZADOS:" TO CUADRE-LINEA.
            MOVE WS-CNT-TRF-PARES TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO CUADRE-LINEA(38:6).
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "TOTAL DEBITOS (PATA O):" TO CUADRE-LINEA.
            MOVE WS-TRF-TOT-DEBITOS TO WS-ED-HASH.
            MOVE WS-ED-HASH TO CUADRE-LINEA(31:13).
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "TOTAL CREDITOS (PATA D):" TO CUADRE-LINEA.
            MOVE WS-TRF-TOT-CREDITOS TO WS-ED-HASH.
            MOVE WS-ED-HASH TO CUADRE-LINEA(31:13).
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            MOVE "NETO (DEBE SER CERO):" TO CUADRE-LINEA.
            MOVE WS-TRF-NETO TO WS-ED-HASH.
            MOVE WS-ED-HASH TO CUADRE-LINEA(31:13).
            WRITE CUADRE-LINEA.
            MOVE SPACES TO CUADRE-LINEA.
            WRITE CUADRE-LINEA.

       VERIFICA-CUADRE.
      *TRANSIN cuadra contra las lineas de auditoria sin marca de
      *resubmision; TRANSOUT mas los rechazos nuevos de SUSPENSE.DAT
      *mas los escalados de hoy cuadran contra el total de auditoria
      *de la corrida. Los retenidos y anulados no estan en la
      *auditoria y quedan fuera de las dos sumas.
            IF WS-CNT-ENTRADA NOT =
               (WS-CNT-AUDITORIA - WS-CNT-AUD-RESUB
                - WS-CNT-AUD-CREDTRF-NR)
                MOVE "** DESBALANCE: REGISTROS TRANSIN VS AUDITLOG "
                    TO CUADRE-LINEA
                MOVE "SIN RESUB **" TO CUADRE-LINEA(46:12)
                    TO CUADRE-LINEA(38:23)
                PERFORM ANOTA-DESBALANCE
            END-IF.
            IF WS-HASH-NUM1-ENT NOT =
               (WS-HASH-NUM1-AUDNR - WS-HASH-NUM1-CRDNR)
             OR WS-HASH-NUM2-ENT NOT =
               (WS-HASH-NUM2-AUDNR - WS-HASH-NUM2-CRDNR)
                MOVE "** DESBALANCE: HASH NUM1/NUM2 TRANSIN VS "
                    TO CUADRE-LINEA
                MOVE "AUDITLOG SIN RESUB **" TO CUADRE-LINEA(42:21)
                MOVE "AUDITLOG **" TO CUADRE-LINEA(43:11)
                PERFORM ANOTA-DESBALANCE
            END-IF.
            IF WS-TRF-NETO NOT = 0
                MOVE "** DESBALANCE: TRANSFERENCIAS NO NETEAN CERO **"
                    TO CUADRE-LINEA
                PERFORM ANOTA-DESBALANCE
            END-IF.
            MOVE 0 TO WS-TRF-MALA-IDX.
            PERFORM UNTIL WS-TRF-MALA-IDX >= WS-CNT-TRF-MALAS
                       OR WS-TRF-MALA-IDX >= 50
                ADD 1 TO WS-TRF-MALA-IDX
                MOVE "** DESBALANCE: TRANSFERENCIA" TO CUADRE-LINEA
                MOVE WS-TRF-MALA-REF(WS-TRF-MALA-IDX)
                    TO CUADRE-LINEA(30:14)
                MOVE WS-TRF-MALA-CUENTA(WS-TRF-MALA-IDX)
                    TO CUADRE-LINEA(45:8)
                MOVE WS-TRF-MALA-MOTIVO(WS-TRF-MALA-IDX)
                    TO CUADRE-LINEA(54:19)
                PERFORM ANOTA-DESBALANCE
            END-PERFORM.
            IF WS-CNT-TRF-MALAS > 50
                MOVE "** DESBALANCE: MAS TRANSFERENCIAS FALLIDAS NO "
                    TO CUADRE-LINEA
                MOVE "LISTADAS **" TO CUADRE-LINEA(47:11)
                PERFORM ANOTA-DESBALANCE
            END-IF.
            IF WS-CNT-DESBALANCES = 0
                MOVE SPACES TO CUADRE-LINEA
                MOVE "RUN CUADRADO: LOS TRES ARCHIVOS COINCIDEN."
