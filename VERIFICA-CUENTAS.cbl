      * Accounts that appear on the audit trail but not in the master
      * are reported too - a posting against a since-vanished account
      * is exactly the drift this run exists to surface.
      * Transfer legs move CTA-SALDO only (RESULTADO is the amount,
      * negative on the source leg, positive on the destination leg)
      * and never the variance, so they are left out of the variance
      * rebuild. Each debit leg must be followed by its credit leg
      * with the same transfer reference and the pair must net to
      * zero; the TRANSFERENCIAS section totals the legs, lists any
      * orphan or non-netting pair, and a bad pair counts as drift.
      * Once ARCHIVA-AUDITORIA has moved closed months out of the live
      * log, the rebuild no longer starts from zero: it starts from the
      * per-account closing balances of the latest archive listed in
      * the period index AUDITIDX.DAT (the same rebuild, done by the
      * archiver when the month was closed) and from the transfer
      * totals carried in that archive's "P" record, then reads only
      * the live log. A starting-point line names the archive used.
      * Bad transfer pairs found in archived months are counted in
      * that record and still make the run end with RETURN-CODE 1;
      * they are listed in the archiver's report, not here.
      * Ends with RETURN-CODE 1 when any account drifts, so the run
      * can gate a morning release the same way the balancing step
      * gates the night.
           SELECT AUDITORIA ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT INDICE-AUDITORIA ASSIGN TO "AUDITIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICE.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  AUDITORIA.
       COPY AUDITREC.

       FD  INDICE-AUDITORIA.
       01  INDICE-LINEA                PIC X(144).

       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.

       01  WS-FS-CUENTAS               PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-INDICE                PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-FIN-MAESTRO              PIC X VALUE "N".
      *Varianza de la linea, reconstruida como NUM1 - NUM2 igual que
      *la posteo APLICA-OPERACION.
       01  WS-VARIANZA-LINEA           PIC S9(12).
      *Prueba de pares de transferencia sobre todo el log: el debito
      *queda pendiente hasta la linea siguiente, que debe ser su
      *credito con la misma referencia.
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
      *Punto de partida: el ultimo mes archivado del indice, con sus
      *saldos de cierre y su prueba de transferencias acumulada.
       COPY AUDITIDX.
       01  WS-ULT-PERIODO              PIC 9(6) VALUE 0.
       01  WS-ULT-ARCHIVO              PIC X(16) VALUE SPACES.
       01  WS-ULT-HASTA                PIC X(8) VALUE SPACES.
       01  WS-CNT-SALDOS-INICIALES     PIC 9(5) VALUE 0.
       01  WS-TRF-MALAS-ARCHIVO        PIC 9(5) VALUE 0.
      *Comparacion y totales del reporte.
       01  WS-DIF-SALDO                PIC S9(12).
       01  WS-DIF-VARIANZA             PIC S9(12).
                GOBACK
            END-IF.
            PERFORM ESCRIBE-ENCABEZADO.
            PERFORM CARGA-PUNTO-PARTIDA.
            PERFORM ACUMULA-AUDITORIA.
            PERFORM COMPARA-MAESTRO.
            PERFORM REPORTA-SIN-MAESTRO.
            PERFORM REPORTA-TRANSFERENCIAS.
            PERFORM ESCRIBE-TOTALES.
            CLOSE REPORTE-VERIFICACION.
            MOVE WS-CNT-COMPARADAS TO CMN-CONTADOR-REG.
            IF WS-CNT-TRF-MALAS > 0
                DISPLAY "VERIFICACION DEL MAESTRO: "
                        WS-CNT-TRF-MALAS " TRANSFERENCIAS SIN PAR O "
                        "QUE NO NETEAN CERO. VER VERIFCTA.DAT."
                MOVE 1 TO RETURN-CODE
            END-IF.
            IF WS-TRF-MALAS-ARCHIVO > 0
                DISPLAY "VERIFICACION DEL MAESTRO: "
                        WS-TRF-MALAS-ARCHIVO " TRANSFERENCIAS SIN PAR "
                        "O QUE NO NETEAN CERO EN MESES ARCHIVADOS."
                MOVE 1 TO RETURN-CODE
            END-IF.
            IF WS-CNT-DESVIADAS > 0
                DISPLAY "VERIFICACION DEL MAESTRO: "
                        WS-CNT-DESVIADAS " CUENTAS DESVIADAS DE "
                DISPLAY "VERIFICACION DEL MAESTRO: LAS "
                        WS-CNT-COMPARADAS " CUENTAS CUADRAN CON EL "
                        "LOG DE AUDITORIA."
                IF WS-CNT-TRF-MALAS = 0 AND WS-TRF-MALAS-ARCHIVO = 0
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.

       CARGA-PUNTO-PARTIDA.
      *Primera pasada del indice: el ultimo "P" es el ultimo mes
      *archivado. Segunda pasada: sus "S" son los saldos esperados de
      *partida (un "S" repetido trae los mismos valores). Sin indice
      *se parte de cero como siempre.
            OPEN INPUT INDICE-AUDITORIA.
            IF WS-FS-INDICE = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ INDICE-AUDITORIA
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            MOVE INDICE-LINEA TO AUDIDX-REC
                            IF AIDX-ES-CONTROL AND AIDX-ES-PERIODO
                                MOVE AIDX-PERIODO TO WS-ULT-PERIODO
                                MOVE AIDX-ARCHIVO TO WS-ULT-ARCHIVO
                                MOVE AIDX-HASTA TO WS-ULT-HASTA
                                MOVE AIDX-TRF-PARES
                                    TO WS-CNT-TRF-PARES
                                MOVE AIDX-TRF-DEBITOS
                                    TO WS-TRF-TOT-DEBITOS
                                MOVE AIDX-TRF-CREDITOS
                                    TO WS-TRF-TOT-CREDITOS
                                MOVE AIDX-TRF-MALAS
                                    TO WS-TRF-MALAS-ARCHIVO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INDICE-AUDITORIA
            END-IF.
            IF WS-ULT-PERIODO > 0
                OPEN INPUT INDICE-AUDITORIA
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ INDICE-AUDITORIA
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            MOVE INDICE-LINEA TO AUDIDX-REC
                            IF AIDX-ES-CONTROL AND AIDX-ES-SALDO
                             AND AIDX-PERIODO = WS-ULT-PERIODO
                                PERFORM CARGA-SALDO-INICIAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INDICE-AUDITORIA
            END-IF.
            PERFORM ESCRIBE-PUNTO-PARTIDA.

       CARGA-SALDO-INICIAL.
            MOVE AIDX-CUENTA TO AUDIT-CUENTA.
            PERFORM BUSCA-CUENTA-ESPERADA.
            IF WS-IDX > 0
                MOVE AIDX-SALDO TO WS-ESP-SALDO(WS-IDX)
                MOVE AIDX-VARIANZA TO WS-ESP-VARIANZA(WS-IDX)
                MOVE AIDX-LINEAS-CTA TO WS-ESP-LINEAS(WS-IDX)
                ADD 1 TO WS-CNT-SALDOS-INICIALES
            END-IF.

       ESCRIBE-PUNTO-PARTIDA.
            MOVE SPACES TO VERIFICA-LINEA.
            IF WS-ULT-PERIODO = 0
                MOVE "PUNTO DE PARTIDA: CERO (NO HAY MESES ARCHIVADOS)"
                    TO VERIFICA-LINEA
            ELSE
                STRING "PUNTO DE PARTIDA: CIERRE DE " DELIMITED BY SIZE
                    WS-ULT-ARCHIVO DELIMITED BY SIZE
                    " AL " DELIMITED BY SIZE
                    WS-ULT-HASTA DELIMITED BY SIZE
                    INTO VERIFICA-LINEA
                MOVE WS-CNT-SALDOS-INICIALES TO WS-ED-CONTADOR
                MOVE WS-ED-CONTADOR TO VERIFICA-LINEA(58:6)
                MOVE "CUENTAS" TO VERIFICA-LINEA(65:7)
            END-IF.
            WRITE VERIFICA-LINEA.
            MOVE SPACES TO VERIFICA-LINEA.
            WRITE VERIFICA-LINEA.

       ACUMULA-AUDITORIA.
            OPEN INPUT AUDITORIA.
            IF WS-FS-AUDITORIA NOT = "00"
                    END-READ
                END-PERFORM
                CLOSE AUDITORIA
                IF HAY-TRF-PENDIENTE
                    PERFORM ANOTA-DEBITO-HUERFANO
                END-IF
            END-IF.

       ACUMULA-LINEA.
             OR AUDIT-RESULTADO NOT NUMERIC
                CONTINUE
            ELSE
                PERFORM CONTROLA-TRANSFERENCIA
                PERFORM BUSCA-CUENTA-ESPERADA
                IF WS-IDX > 0
                    ADD AUDIT-RESULTADO TO WS-ESP-SALDO(WS-IDX)
      *Las patas de transferencia no postean varianza.
                    IF AUDIT-NUM1 NUMERIC AND AUDIT-NUM2 NUMERIC
                     AND AUDIT-REF-TRANSF = SPACES
                        COMPUTE WS-VARIANZA-LINEA =
                            AUDIT-NUM1 - AUDIT-NUM2
      *Una reversa (marca "V") posteo la varianza con signo
                END-IF
            END-IF.

       CONTROLA-TRANSFERENCIA.
      *Misma prueba de pares que CUADRE-NOCTURNO, sobre el log
      *completo en vez de solo la corrida del dia.
            IF AUDIT-REF-TRANSF = SPACES
                IF HAY-TRF-PENDIENTE
                    PERFORM ANOTA-DEBITO-HUERFANO
                END-IF
            ELSE
                IF AUDIT-PATA-TRANSF = "O"
                    IF HAY-TRF-PENDIENTE
                        PERFORM ANOTA-DEBITO-HUERFANO
                    END-IF
                    ADD AUDIT-RESULTADO TO WS-TRF-TOT-DEBITOS
                    MOVE AUDIT-RESULTADO TO WS-TRF-PEND-RESULT
                    MOVE AUDIT-REF-TRANSF TO WS-TRF-PEND-REF
                    MOVE AUDIT-CUENTA TO WS-TRF-PEND-CUENTA
                    SET HAY-TRF-PENDIENTE TO TRUE
                ELSE
                    PERFORM CONTROLA-CREDITO-TRANSFERENCIA
                END-IF
            END-IF.

       CONTROLA-CREDITO-TRANSFERENCIA.
            ADD AUDIT-RESULTADO TO WS-TRF-TOT-CREDITOS.
            COMPUTE WS-TRF-NETO-PAR =
                WS-TRF-PEND-RESULT + AUDIT-RESULTADO.
            IF HAY-TRF-PENDIENTE
             AND WS-TRF-PEND-REF = AUDIT-REF-TRANSF
                ADD 1 TO WS-CNT-TRF-PARES
                MOVE "N" TO WS-TRF-PENDIENTE
                IF WS-TRF-NETO-PAR NOT = 0
                    MOVE "PAR NO NETEA CERO" TO WS-TRF-MOTIVO
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
            ADD 1 TO WS-CNT-TRF-MALAS.
            IF WS-CNT-TRF-MALAS <= 50
                MOVE WS-TRF-PEND-REF
                    TO WS-TRF-MALA-REF(WS-CNT-TRF-MALAS)
                MOVE WS-TRF-PEND-CUENTA
                    TO WS-TRF-MALA-CUENTA(WS-CNT-TRF-MALAS)
                MOVE WS-TRF-MOTIVO
                    TO WS-TRF-MALA-MOTIVO(WS-CNT-TRF-MALAS)
            END-IF.

       BUSCA-CUENTA-ESPERADA.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-IDX.
                END-IF
            END-PERFORM.

       REPORTA-TRANSFERENCIAS.
      *Las dos patas de cada transferencia netean a cero, y por lo
      *tanto tambien el total de debitos contra el de creditos.
            COMPUTE WS-TRF-NETO =
                WS-TRF-TOT-DEBITOS + WS-TRF-TOT-CREDITOS.
            MOVE SPACES TO VERIFICA-LINEA.
            WRITE VERIFICA-LINEA.
            MOVE SPACES TO VERIFICA-LINEA.
            MOVE "TRANSFERENCIAS (PARES DEBITO/CREDITO)"
                TO VERIFICA-LINEA.
            WRITE VERIFICA-LINEA.
            MOVE SPACES TO VERIFICA-LINEA.
            MOVE "PARES ENLAZADOS:" TO VERIFICA-LINEA(1:16).
            MOVE WS-CNT-TRF-PARES TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO VERIFICA-LINEA(18:6).
            MOVE "DEBITOS:" TO VERIFICA-LINEA(26:8).
            MOVE WS-TRF-TOT-DEBITOS TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO VERIFICA-LINEA(35:13).
            MOVE "CREDITOS:" TO VERIFICA-LINEA(50:9).
            MOVE WS-TRF-TOT-CREDITOS TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO VERIFICA-LINEA(60:13).
            MOVE "NETO:" TO VERIFICA-LINEA(75:5).
            MOVE WS-TRF-NETO TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO VERIFICA-LINEA(81:13).
            WRITE VERIFICA-LINEA.
            IF WS-TRF-MALAS-ARCHIVO > 0
                MOVE SPACES TO VERIFICA-LINEA
                MOVE "** TRANSFERENCIAS FALLIDAS EN MESES ARCHIVADOS:"
                    TO VERIFICA-LINEA
                MOVE WS-TRF-MALAS-ARCHIVO TO WS-ED-CONTADOR
                MOVE WS-ED-CONTADOR TO VERIFICA-LINEA(49:6)
                MOVE "**" TO VERIFICA-LINEA(56:2)
                WRITE VERIFICA-LINEA
            END-IF.
            MOVE 0 TO WS-TRF-MALA-IDX.
            PERFORM UNTIL WS-TRF-MALA-IDX >= WS-CNT-TRF-MALAS
                       OR WS-TRF-MALA-IDX >= 50
                ADD 1 TO WS-TRF-MALA-IDX
                MOVE SPACES TO VERIFICA-LINEA
                MOVE WS-TRF-MALA-REF(WS-TRF-MALA-IDX)
                    TO VERIFICA-LINEA(1:14)
                MOVE WS-TRF-MALA-CUENTA(WS-TRF-MALA-IDX)
                    TO VERIFICA-LINEA(16:8)
                MOVE "** TRANSFERENCIA:" TO VERIFICA-LINEA(26:17)
                MOVE WS-TRF-MALA-MOTIVO(WS-TRF-MALA-IDX)
                    TO VERIFICA-LINEA(44:20)
                MOVE "**" TO VERIFICA-LINEA(65:2)
                WRITE VERIFICA-LINEA
            END-PERFORM.
            IF WS-CNT-TRF-MALAS > 50
                MOVE SPACES TO VERIFICA-LINEA
                MOVE "** MAS TRANSFERENCIAS FALLIDAS NO LISTADAS **"
                    TO VERIFICA-LINEA
                WRITE VERIFICA-LINEA
            END-IF.

       ESCRIBE-ENCABEZADO.
            MOVE SPACES TO VERIFICA-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
            MOVE WS-CNT-DESVIADAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO VERIFICA-LINEA(41:6).
            WRITE VERIFICA-LINEA.
            IF WS-CNT-DESVIADAS = 0 AND WS-CNT-TRF-MALAS = 0
             AND WS-TRF-MALAS-ARCHIVO = 0
                MOVE SPACES TO VERIFICA-LINEA
                MOVE "EL MAESTRO CUADRA CON EL LOG DE AUDITORIA."
                    TO VERIFICA-LINEA
