      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Month-end archiving of the audit trail: AUDITLOG.DAT was
      * append-forever and every reader walked it from the first
      * line, so each inquiry took longer every month. This job moves
      * every closed month out of the live log into its own dated
      * archive generation AUDITLOG.Gaaaamm (the month's lines in
      * their original order, followed by the control records laid
      * out in copybooks/AUDITIDX.cpy: per-account closing balances
      * and a last record with the line count and RESULTADO hash) and
      * records each archive in the period index AUDITIDX.DAT, which
      * CONSULTA-AUDITORIA, ESTADO-CUENTA, RESUMEN-DIARIO and
      * VERIFICA-CUENTAS use to open only the archives that overlap
      * the dates they need.
      * A month is closed once it is before both the business date
      * (FECHA-NEGOCIO) and the calendar month; the open month always
      * stays in the live log, so CUADRE-NOCTURNO and INTERFAZ-MAYOR,
      * which read only tonight's lines, never notice the job. Lines
      * are filed by the business date in AUDIT-TIMESTAMP; a line with
      * no readable date stays in the live log. Run it outside the
      * posting window, like any month-end job.
      * The closing balances are cumulative: the previous archive's
      * balances plus the month's posted lines, with the same
      * exclusions (rejections, rate-step lines) and the same
      * transfer-pair proof VERIFICA-CUENTAS applies, which is why it
      * can start from the last archive instead of from zero.
      * Nothing is lost or counted twice, in this order:
      *   1. each closed month is copied to its archive and the copy
      *      is checked against a first count of the live log (lines
      *      and RESULTADO hash per month);
      *   2. everything else is copied to AUDITLOG.RST and the
      *      archived plus remaining lines must give the whole log;
      *   3. the live log is renamed AUDITLOG.ANT and AUDITLOG.RST
      *      becomes AUDITLOG.DAT;
      *   4. each archived month is proved once more against
      *      AUDITLOG.ANT and only then its control records go into
      *      the index, the "P" record last;
      *   5. AUDITLOG.ANT is deleted.
      * Whatever step an interrupted run stopped at is recognised by
      * which of AUDITLOG.DAT, AUDITLOG.RST and AUDITLOG.ANT exist,
      * and the next run finishes or undoes it before doing anything
      * else; a month already in the index is never archived again.
      * If a posting ran between the interruption and the rerun
      * (all three files present) the job stops with RETURN-CODE 1
      * and touches nothing. Between steps 3 and 4 a reader sees the
      * month in neither place, never in both.
      * Lines that arrive later for a month already archived (a
      * catch-up business date) stay in the live log, where every
      * reader still counts them; they are reported and the run ends
      * with RETURN-CODE 2. Errors end with RETURN-CODE 1.
      * The report is ARCHAUD.DAT. Archives are permanent:
      * PURGA-GENERACIONES does not touch them.
      * Record layouts come from copybooks/AUDITREC.cpy and
      * copybooks/AUDITIDX.cpy.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVA-AUDITORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARCHIVO-MENSUAL ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.
           SELECT RESTO-AUDITORIA ASSIGN TO "AUDITLOG.RST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESTO.
           SELECT INDICE-AUDITORIA ASSIGN TO "AUDITIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICE.
           SELECT REPORTE-ARCHIVO ASSIGN TO "ARCHAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
       COPY AUDITREC.

       FD  ARCHIVO-MENSUAL.
       01  ARCHIVO-LINEA               PIC X(200).

       FD  RESTO-AUDITORIA.
       01  RESTO-LINEA                 PIC X(200).

       FD  INDICE-AUDITORIA.
       01  INDICE-LINEA                PIC X(144).

       FD  REPORTE-ARCHIVO.
       01  ARCHAUD-LINEA               PIC X(100).

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       WORKING-STORAGE SECTION.
       01  WS-FS-AUDITORIA             PIC XX.
       01  WS-FS-ARCHIVO               PIC XX.
       01  WS-FS-RESTO                 PIC XX.
       01  WS-FS-INDICE                PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-NOMBRE-AUDITORIA         PIC X(16).
       01  WS-NOMBRE-ARCHIVO           PIC X(16).
       01  WS-NOMBRE-VIEJO             PIC X(16).
       01  WS-NOMBRE-NUEVO             PIC X(16).
       01  WS-RC-RUTINA                PIC S9(4) VALUE 0.
      *Registro de control de archivo e indice (copybooks/AUDITIDX).
       COPY AUDITIDX.
      *Cierre: se archivan los meses anteriores a la fecha de negocio
      *y al mes calendario, el menor de los dos.
       01  WS-PERIODO-CORTE            PIC 9(6).
       01  WS-PERIODO-HOY              PIC 9(6).
       01  WS-FECHA-HOY-NUM            PIC X(8).
      *Ultimo periodo del indice y la prueba de transferencias
      *acumulada hasta el.
       01  WS-ULT-PERIODO              PIC 9(6) VALUE 0.
       01  WS-PERIODOS-INDICE          PIC 9(4) VALUE 0.
       01  WS-TRF-PARES                PIC 9(8) VALUE 0.
       01  WS-TRF-DEBITOS              PIC S9(13) VALUE 0.
       01  WS-TRF-CREDITOS             PIC S9(13) VALUE 0.
       01  WS-TRF-MALAS                PIC 9(5) VALUE 0.
      *Saldos de cierre por cuenta, acumulados desde la apertura.
       01  WS-CTA-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-CUENTAS.
           05  WS-CTA-ENT OCCURS 500.
               10  WS-CTA-ID           PIC X(8).
               10  WS-CTA-SALDO        PIC S9(13).
               10  WS-CTA-VARIANZA     PIC S9(13).
               10  WS-CTA-LINEAS       PIC 9(8).
       01  WS-IDX                      PIC 9(3).
       01  WS-ENCONTRADO               PIC X.
           88  ENCONTRADO              VALUE "S".
       01  WS-VARIANZA-LINEA           PIC S9(12).
      *Conteo por mes de un log: columna 1 el log vivo, columna 2
      *AUDITLOG.ANT cuando se completa un cambio.
       01  WS-PER-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-PERIODOS.
           05  WS-PER-ENT OCCURS 240.
               10  WS-PER-PERIODO      PIC 9(6).
               10  WS-PER-ARCHIVAR     PIC X.
               10  WS-PER-CONTEO OCCURS 2.
                   15  WS-PER-LINEAS   PIC 9(8).
                   15  WS-PER-HASH     PIC S9(15).
       01  WS-PER-AUX                  PIC X(55).
       01  WS-IDX-PER                  PIC 9(3).
       01  WS-IDX-PER-J                PIC 9(3).
       01  WS-COLUMNA                  PIC 9.
       01  WS-LINEA-PERIODO            PIC 9(6).
       01  WS-LINEA-FECHADA            PIC X.
           88  LINEA-FECHADA           VALUE "S".
       01  WS-ACUMULA-TOTALES          PIC X VALUE "N".
           88  ACUMULA-TOTALES         VALUE "S".
      *Totales del log vivo y del traslado.
       01  WS-TOT-LINEAS               PIC 9(8) VALUE 0.
       01  WS-TOT-HASH                 PIC S9(15) VALUE 0.
       01  WS-TOT-SIN-FECHA            PIC 9(8) VALUE 0.
       01  WS-TOT-TARDIAS              PIC 9(8) VALUE 0.
       01  WS-TOT-ARCHIVADAS           PIC 9(8) VALUE 0.
       01  WS-HASH-ARCHIVADAS          PIC S9(15) VALUE 0.
       01  WS-TOT-RESTO                PIC 9(8) VALUE 0.
       01  WS-HASH-RESTO               PIC S9(15) VALUE 0.
       01  WS-MESES-ARCHIVADOS         PIC 9(3) VALUE 0.
       01  WS-MESES-INDEXADOS          PIC 9(3) VALUE 0.
      *Mes en proceso.
       01  WS-PERIODO-ACT              PIC 9(6).
       01  WS-ARC-LINEAS               PIC 9(8).
       01  WS-ARC-HASH                 PIC S9(15).
       01  WS-ARC-DESDE                PIC X(8).
       01  WS-ARC-HASTA                PIC X(8).
       01  WS-ARC-SALDOS               PIC 9(5).
       01  WS-ARC-TIENE-P              PIC X.
       01  WS-ARC-P-LINEAS             PIC 9(8).
       01  WS-ARC-P-HASH               PIC S9(15).
       01  WS-ARC-P-CUENTAS            PIC 9(5).
      *Prueba de pares de transferencia dentro del mes.
       01  WS-TRF-PENDIENTE            PIC X VALUE "N".
           88  HAY-TRF-PENDIENTE       VALUE "S".
       01  WS-TRF-PEND-REF             PIC X(14).
       01  WS-TRF-PEND-RESULT          PIC S9(10).
      *Estado de un cambio interrumpido.
       01  WS-HAY-VIVO                 PIC X.
       01  WS-HAY-RESTO                PIC X.
       01  WS-HAY-ANTERIOR             PIC X.
       01  WS-ERROR                    PIC X VALUE "N".
           88  HUBO-ERROR              VALUE "S".
       01  WS-MENSAJE                  PIC X(70).
      *Campos de edicion.
       01  WS-ED-CONTADOR              PIC Z(7)9.
       01  WS-ED-VALOR                 PIC -(14)9.
       01  WS-ED-CNT                   PIC ZZZZ9.
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
           05  WS-MES                  PIC 99.
           05  WS-DIA                  PIC 99.
       COPY CMNHDR.
       COPY FECHALNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "ARCHIVA-AUDITORIA" TO CMN-NOMBRE-JOB.
            PERFORM FORMATEA-FECHA-EJECUCION.
            MOVE 0 TO CMN-CONTADOR-REG.
            MOVE SPACES TO CMN-OPERADOR-ID.
            PERFORM LEE-OPERADOR-CARD.
            CALL "FECHA-NEGOCIO" USING FECHA-AREA.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY-NUM.
            MOVE WS-FECHA-HOY-NUM(1:6) TO WS-PERIODO-HOY.
            MOVE WS-PERIODO-HOY TO WS-PERIODO-CORTE.
            IF FN-FECHA-NEGOCIO NUMERIC
             AND FN-FECHA-NEGOCIO(1:6) < WS-FECHA-HOY-NUM(1:6)
                MOVE FN-FECHA-NEGOCIO(1:6) TO WS-PERIODO-CORTE
            END-IF.
            OPEN OUTPUT REPORTE-ARCHIVO.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR ARCHAUD.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ESCRIBE-ENCABEZADO.
            PERFORM CARGA-INDICE.
            PERFORM REVISA-CAMBIO-PENDIENTE.
            IF HUBO-ERROR
                PERFORM TERMINA-CON-ERROR
                GOBACK
            END-IF.
            IF WS-HAY-VIVO NOT = "S"
                MOVE "AUDITLOG.DAT NO EXISTE: NO HAY NADA QUE ARCHIVAR."
                    TO ARCHAUD-LINEA
                WRITE ARCHAUD-LINEA
                CLOSE REPORTE-ARCHIVO
                DISPLAY "ARCHIVO DE AUDITORIA: AUDITLOG.DAT NO EXISTE."
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.
      *Conteo del log vivo y seleccion de los meses cerrados.
            MOVE 0 TO WS-PER-CNT.
            MOVE 1 TO WS-COLUMNA.
            MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDITORIA.
            SET ACUMULA-TOTALES TO TRUE.
            PERFORM CUENTA-LOG.
            MOVE "N" TO WS-ACUMULA-TOTALES.
            PERFORM ORDENA-PERIODOS.
            PERFORM MARCA-PERIODOS.
            PERFORM ESCRIBE-CONTEO.
            IF HUBO-ERROR
                PERFORM TERMINA-CON-ERROR
                GOBACK
            END-IF.
            IF WS-MESES-ARCHIVADOS > 0
                PERFORM TRASLADA-MESES
                IF HUBO-ERROR
                    PERFORM TERMINA-CON-ERROR
                    GOBACK
                END-IF
            ELSE
                MOVE SPACES TO ARCHAUD-LINEA
                MOVE "NO HAY MESES CERRADOS POR ARCHIVAR."
                    TO ARCHAUD-LINEA
                WRITE ARCHAUD-LINEA
            END-IF.
            PERFORM ESCRIBE-TOTALES.
            CLOSE REPORTE-ARCHIVO.
            MOVE WS-TOT-ARCHIVADAS TO CMN-CONTADOR-REG.
            DISPLAY "ARCHIVO DE AUDITORIA: " WS-MESES-INDEXADOS
                    " MESES ARCHIVADOS, " WS-TOT-ARCHIVADAS
                    " LINEAS. VER ARCHAUD.DAT.".
            IF WS-TOT-TARDIAS > 0
                DISPLAY "AVISO: " WS-TOT-TARDIAS " LINEAS DE MESES "
                        "YA ARCHIVADOS QUEDAN EN AUDITLOG.DAT."
                MOVE 2 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       TERMINA-CON-ERROR.
            MOVE SPACES TO ARCHAUD-LINEA.
            STRING "** " DELIMITED BY SIZE
                WS-MENSAJE DELIMITED BY SIZE
                INTO ARCHAUD-LINEA.
            WRITE ARCHAUD-LINEA.
            MOVE "** EL ARCHIVO NO SE COMPLETO. **" TO ARCHAUD-LINEA.
            WRITE ARCHAUD-LINEA.
            CLOSE REPORTE-ARCHIVO.
            DISPLAY "ARCHIVO DE AUDITORIA: " WS-MENSAJE.
            MOVE 1 TO RETURN-CODE.

       CARGA-INDICE.
      *Primera pasada: el ultimo "P" del indice da el ultimo mes
      *archivado y la prueba de transferencias acumulada. Segunda
      *pasada: sus "S" son los saldos de partida (un "S" repetido por
      *un registro interrumpido trae los mismos valores).
            MOVE 0 TO WS-ULT-PERIODO.
            MOVE 0 TO WS-PERIODOS-INDICE.
            MOVE 0 TO WS-TRF-PARES.
            MOVE 0 TO WS-TRF-DEBITOS.
            MOVE 0 TO WS-TRF-CREDITOS.
            MOVE 0 TO WS-TRF-MALAS.
            MOVE 0 TO WS-CTA-CNT.
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
                                ADD 1 TO WS-PERIODOS-INDICE
                                MOVE AIDX-PERIODO TO WS-ULT-PERIODO
                                MOVE AIDX-TRF-PARES TO WS-TRF-PARES
                                MOVE AIDX-TRF-DEBITOS
                                    TO WS-TRF-DEBITOS
                                MOVE AIDX-TRF-CREDITOS
                                    TO WS-TRF-CREDITOS
                                MOVE AIDX-TRF-MALAS TO WS-TRF-MALAS
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
                                PERFORM CARGA-SALDO-INDICE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INDICE-AUDITORIA
            END-IF.

       CARGA-SALDO-INDICE.
            PERFORM BUSCA-CUENTA-INDICE.
            IF WS-IDX > 0
                MOVE AIDX-SALDO TO WS-CTA-SALDO(WS-IDX)
                MOVE AIDX-VARIANZA TO WS-CTA-VARIANZA(WS-IDX)
                MOVE AIDX-LINEAS-CTA TO WS-CTA-LINEAS(WS-IDX)
            END-IF.

       BUSCA-CUENTA-INDICE.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL ENCONTRADO OR WS-IDX >= WS-CTA-CNT
                ADD 1 TO WS-IDX
                IF WS-CTA-ID(WS-IDX) = AIDX-CUENTA
                    SET ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.
            IF NOT ENCONTRADO
                PERFORM AGREGA-CUENTA
                IF WS-IDX > 0
                    MOVE AIDX-CUENTA TO WS-CTA-ID(WS-IDX)
                END-IF
            END-IF.

       AGREGA-CUENTA.
      *Mas de 500 cuentas no caben en la tabla de saldos: el archivo
      *se detiene antes de tocar nada en vez de cerrar saldos
      *incompletos.
            IF WS-CTA-CNT < 500
                ADD 1 TO WS-CTA-CNT
                MOVE WS-CTA-CNT TO WS-IDX
                MOVE SPACES TO WS-CTA-ID(WS-IDX)
                MOVE 0 TO WS-CTA-SALDO(WS-IDX)
                MOVE 0 TO WS-CTA-VARIANZA(WS-IDX)
                MOVE 0 TO WS-CTA-LINEAS(WS-IDX)
            ELSE
                MOVE 0 TO WS-IDX
                IF NOT HUBO-ERROR
                    SET HUBO-ERROR TO TRUE
                    MOVE "MAS DE 500 CUENTAS: LA TABLA DE SALDOS NO "
                        TO WS-MENSAJE
                    MOVE "ALCANZA." TO WS-MENSAJE(43:8)
                END-IF
            END-IF.

       REVISA-CAMBIO-PENDIENTE.
      *Cual de AUDITLOG.DAT / .RST / .ANT existe dice donde se detuvo
      *una corrida anterior:
      *  solo .DAT          estado normal;
      *  .DAT y .RST        se corto antes del cambio: el .RST no
      *                     vale y se borra, los archivos del mes se
      *                     rehacen;
      *  .RST y .ANT        se corto entre los dos renombres: se
      *                     completa el segundo y se sigue como abajo;
      *  .DAT y .ANT        el cambio se hizo: falta registrar los
      *                     meses en el indice y borrar el .ANT;
      *  los tres           hubo un posteo en el medio: a mano.
            MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDITORIA.
            PERFORM EXISTE-AUDITORIA.
            MOVE WS-FIN-ARCHIVO TO WS-HAY-VIVO.
            MOVE "AUDITLOG.ANT" TO WS-NOMBRE-AUDITORIA.
            PERFORM EXISTE-AUDITORIA.
            MOVE WS-FIN-ARCHIVO TO WS-HAY-ANTERIOR.
            OPEN INPUT RESTO-AUDITORIA.
            IF WS-FS-RESTO = "00"
                CLOSE RESTO-AUDITORIA
                MOVE "S" TO WS-HAY-RESTO
            ELSE
                MOVE "N" TO WS-HAY-RESTO
            END-IF.
            EVALUATE TRUE
                WHEN WS-HAY-VIVO = "S" AND WS-HAY-RESTO = "S"
                 AND WS-HAY-ANTERIOR = "S"
                    SET HUBO-ERROR TO TRUE
                    MOVE "EXISTEN AUDITLOG.DAT, .RST Y .ANT: REVISAR A "
                        TO WS-MENSAJE
                    MOVE "MANO." TO WS-MENSAJE(46:5)
                WHEN WS-HAY-VIVO = "S" AND WS-HAY-RESTO = "S"
                    MOVE "AUDITLOG.RST" TO WS-NOMBRE-VIEJO
                    PERFORM BORRA-ARCHIVO
                    MOVE "SE DESCARTO AUDITLOG.RST DE UNA CORRIDA "
                        TO ARCHAUD-LINEA
                    MOVE "INTERRUMPIDA ANTES DEL CAMBIO."
                        TO ARCHAUD-LINEA(41:30)
                    WRITE ARCHAUD-LINEA
                WHEN WS-HAY-RESTO = "S" AND WS-HAY-ANTERIOR = "S"
                    MOVE "AUDITLOG.RST" TO WS-NOMBRE-VIEJO
                    MOVE "AUDITLOG.DAT" TO WS-NOMBRE-NUEVO
                    PERFORM RENOMBRA-ARCHIVO
                    IF NOT HUBO-ERROR
                        MOVE "S" TO WS-HAY-VIVO
                        PERFORM COMPLETA-CAMBIO
                    END-IF
                WHEN WS-HAY-VIVO = "S" AND WS-HAY-ANTERIOR = "S"
                    PERFORM COMPLETA-CAMBIO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       EXISTE-AUDITORIA.
      *Sondeo con OPEN INPUT, como PURGA-GENERACIONES; el resultado
      *queda en WS-FIN-ARCHIVO ("S" existe).
            OPEN INPUT AUDITORIA.
            IF WS-FS-AUDITORIA = "00"
                CLOSE AUDITORIA
                MOVE "S" TO WS-FIN-ARCHIVO
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
            END-IF.

       CUENTA-LOG.
      *Lineas y hash de RESULTADO por mes del log WS-NOMBRE-AUDITORIA
      *en la columna WS-COLUMNA; en el conteo inicial del log vivo
      *tambien los totales.
            OPEN INPUT AUDITORIA.
            IF WS-FS-AUDITORIA NOT = "00"
                SET HUBO-ERROR TO TRUE
                STRING "NO SE PUDO LEER " DELIMITED BY SIZE
                    WS-NOMBRE-AUDITORIA DELIMITED BY SPACE
                    " (STATUS " DELIMITED BY SIZE
                    WS-FS-AUDITORIA DELIMITED BY SIZE
                    ")." DELIMITED BY SIZE
                    INTO WS-MENSAJE
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ AUDITORIA
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM CUENTA-LINEA
                    END-READ
                END-PERFORM
                CLOSE AUDITORIA
            END-IF.

       CUENTA-LINEA.
            PERFORM FECHA-DE-LINEA.
            IF ACUMULA-TOTALES
                ADD 1 TO WS-TOT-LINEAS
                IF AUDIT-RESULTADO NUMERIC
                    ADD AUDIT-RESULTADO TO WS-TOT-HASH
                END-IF
                IF NOT LINEA-FECHADA
                    ADD 1 TO WS-TOT-SIN-FECHA
                END-IF
            END-IF.
            IF LINEA-FECHADA
                PERFORM BUSCA-PERIODO
                IF WS-IDX-PER > 0
                    ADD 1 TO WS-PER-LINEAS(WS-IDX-PER, WS-COLUMNA)
                    IF AUDIT-RESULTADO NUMERIC
                        ADD AUDIT-RESULTADO
                            TO WS-PER-HASH(WS-IDX-PER, WS-COLUMNA)
                    END-IF
                END-IF
            END-IF.

       FECHA-DE-LINEA.
      *El mes de una linea es el de su fecha de negocio; una linea sin
      *fecha legible no es de ningun mes y se queda en el log vivo.
            IF AUDIT-TIMESTAMP(1:8) NUMERIC
             AND AUDIT-TIMESTAMP(5:2) >= "01"
             AND AUDIT-TIMESTAMP(5:2) <= "12"
                MOVE "S" TO WS-LINEA-FECHADA
                MOVE AUDIT-TIMESTAMP(1:6) TO WS-LINEA-PERIODO
            ELSE
                MOVE "N" TO WS-LINEA-FECHADA
                MOVE 0 TO WS-LINEA-PERIODO
            END-IF.

       BUSCA-PERIODO.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-IDX-PER.
            PERFORM UNTIL ENCONTRADO OR WS-IDX-PER >= WS-PER-CNT
                ADD 1 TO WS-IDX-PER
                IF WS-PER-PERIODO(WS-IDX-PER) = WS-LINEA-PERIODO
                    SET ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.
            IF NOT ENCONTRADO
                IF WS-PER-CNT < 240
                    ADD 1 TO WS-PER-CNT
                    MOVE WS-PER-CNT TO WS-IDX-PER
                    MOVE WS-LINEA-PERIODO
                        TO WS-PER-PERIODO(WS-IDX-PER)
                    MOVE "N" TO WS-PER-ARCHIVAR(WS-IDX-PER)
                    MOVE 0 TO WS-PER-LINEAS(WS-IDX-PER, 1)
                    MOVE 0 TO WS-PER-HASH(WS-IDX-PER, 1)
                    MOVE 0 TO WS-PER-LINEAS(WS-IDX-PER, 2)
                    MOVE 0 TO WS-PER-HASH(WS-IDX-PER, 2)
                ELSE
                    MOVE 0 TO WS-IDX-PER
                    IF NOT HUBO-ERROR
                        SET HUBO-ERROR TO TRUE
                        MOVE "EL LOG TIENE MAS DE 240 MESES DISTINTOS."
                            TO WS-MENSAJE
                    END-IF
                END-IF
            END-IF.

       ORDENA-PERIODOS.
      *Insercion sobre la tabla de meses; suelen ser pocos.
            MOVE 2 TO WS-IDX-PER.
            PERFORM UNTIL WS-IDX-PER > WS-PER-CNT
                MOVE WS-PER-ENT(WS-IDX-PER) TO WS-PER-AUX
                MOVE WS-IDX-PER TO WS-IDX-PER-J
                PERFORM UNTIL WS-IDX-PER-J < 2
                    OR WS-PER-PERIODO(WS-IDX-PER-J - 1)
                       <= WS-PER-AUX(1:6)
                    MOVE WS-PER-ENT(WS-IDX-PER-J - 1)
                        TO WS-PER-ENT(WS-IDX-PER-J)
                    SUBTRACT 1 FROM WS-IDX-PER-J
                END-PERFORM
                MOVE WS-PER-AUX TO WS-PER-ENT(WS-IDX-PER-J)
                ADD 1 TO WS-IDX-PER
            END-PERFORM.

       MARCA-PERIODOS.
      *Se archiva todo mes cerrado que no este ya en el indice; las
      *lineas de un mes ya archivado son tardias y se quedan.
            MOVE 0 TO WS-MESES-ARCHIVADOS.
            MOVE 0 TO WS-TOT-TARDIAS.
            MOVE 0 TO WS-IDX-PER.
            PERFORM UNTIL WS-IDX-PER >= WS-PER-CNT
                ADD 1 TO WS-IDX-PER
                IF WS-PER-PERIODO(WS-IDX-PER) <= WS-ULT-PERIODO
                    ADD WS-PER-LINEAS(WS-IDX-PER, 1) TO WS-TOT-TARDIAS
                ELSE
                    IF WS-PER-PERIODO(WS-IDX-PER) < WS-PERIODO-CORTE
                        MOVE "S" TO WS-PER-ARCHIVAR(WS-IDX-PER)
                        ADD 1 TO WS-MESES-ARCHIVADOS
                    END-IF
                END-IF
            END-PERFORM.

       TRASLADA-MESES.
      *Pasos 1 a 5 del encabezado.
            MOVE 0 TO WS-TOT-ARCHIVADAS.
            MOVE 0 TO WS-HASH-ARCHIVADAS.
            MOVE 0 TO WS-IDX-PER.
            PERFORM UNTIL WS-IDX-PER >= WS-PER-CNT OR HUBO-ERROR
                ADD 1 TO WS-IDX-PER
                IF WS-PER-ARCHIVAR(WS-IDX-PER) = "S"
                    PERFORM ARCHIVA-PERIODO
                END-IF
            END-PERFORM.
            IF NOT HUBO-ERROR
                PERFORM ESCRIBE-RESTO
            END-IF.
            IF NOT HUBO-ERROR
                MOVE "AUDITLOG.DAT" TO WS-NOMBRE-VIEJO
                MOVE "AUDITLOG.ANT" TO WS-NOMBRE-NUEVO
                PERFORM RENOMBRA-ARCHIVO
            END-IF.
            IF NOT HUBO-ERROR
                MOVE "AUDITLOG.RST" TO WS-NOMBRE-VIEJO
                MOVE "AUDITLOG.DAT" TO WS-NOMBRE-NUEVO
                PERFORM RENOMBRA-ARCHIVO
            END-IF.
            IF NOT HUBO-ERROR
                PERFORM COMPLETA-CAMBIO
            END-IF.

       ARCHIVA-PERIODO.
            MOVE WS-PER-PERIODO(WS-IDX-PER) TO WS-PERIODO-ACT.
            MOVE "AUDITLOG.G000000" TO WS-NOMBRE-ARCHIVO.
            MOVE WS-PERIODO-ACT TO WS-NOMBRE-ARCHIVO(11:6).
            MOVE 0 TO WS-ARC-LINEAS.
            MOVE 0 TO WS-ARC-HASH.
            MOVE SPACES TO WS-ARC-DESDE.
            MOVE SPACES TO WS-ARC-HASTA.
            MOVE "N" TO WS-TRF-PENDIENTE.
            OPEN OUTPUT ARCHIVO-MENSUAL.
            IF WS-FS-ARCHIVO NOT = "00"
                SET HUBO-ERROR TO TRUE
                STRING "NO SE PUDO CREAR " DELIMITED BY SIZE
                    WS-NOMBRE-ARCHIVO DELIMITED BY SIZE
                    " (STATUS " DELIMITED BY SIZE
                    WS-FS-ARCHIVO DELIMITED BY SIZE
                    ")." DELIMITED BY SIZE
                    INTO WS-MENSAJE
            ELSE
                MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDITORIA
                OPEN INPUT AUDITORIA
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ AUDITORIA
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM FECHA-DE-LINEA
                            IF LINEA-FECHADA
                             AND WS-LINEA-PERIODO = WS-PERIODO-ACT
                                PERFORM ARCHIVA-LINEA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDITORIA
                IF HAY-TRF-PENDIENTE
                    ADD 1 TO WS-TRF-MALAS
                    MOVE "N" TO WS-TRF-PENDIENTE
                END-IF
                PERFORM ESCRIBE-CONTROL-ARCHIVO
                CLOSE ARCHIVO-MENSUAL
      *La copia tiene que dar el mismo conteo y hash que el primer
      *recorrido del log para ese mes.
                IF WS-ARC-LINEAS NOT = WS-PER-LINEAS(WS-IDX-PER, 1)
                 OR WS-ARC-HASH NOT = WS-PER-HASH(WS-IDX-PER, 1)
                    SET HUBO-ERROR TO TRUE
                    STRING WS-NOMBRE-ARCHIVO DELIMITED BY SIZE
                        " NO CUADRA CON EL CONTEO DEL LOG."
                            DELIMITED BY SIZE
                        INTO WS-MENSAJE
                ELSE
                    ADD WS-ARC-LINEAS TO WS-TOT-ARCHIVADAS
                    ADD WS-ARC-HASH TO WS-HASH-ARCHIVADAS
                    PERFORM ESCRIBE-LINEA-MES
                END-IF
            END-IF.

       ARCHIVA-LINEA.
            MOVE AUDIT-REC TO ARCHIVO-LINEA.
            WRITE ARCHIVO-LINEA.
            ADD 1 TO WS-ARC-LINEAS.
            IF AUDIT-RESULTADO NUMERIC
                ADD AUDIT-RESULTADO TO WS-ARC-HASH
            END-IF.
            IF WS-ARC-DESDE = SPACES
             OR AUDIT-TIMESTAMP(1:8) < WS-ARC-DESDE
                MOVE AUDIT-TIMESTAMP(1:8) TO WS-ARC-DESDE
            END-IF.
            IF WS-ARC-HASTA = SPACES
             OR AUDIT-TIMESTAMP(1:8) > WS-ARC-HASTA
                MOVE AUDIT-TIMESTAMP(1:8) TO WS-ARC-HASTA
            END-IF.
            PERFORM ACUMULA-SALDO.

       ACUMULA-SALDO.
      *Mismo criterio que VERIFICA-CUENTAS: solo las lineas
      *posteadas mueven saldo; las patas de transferencia no mueven
      *varianza y una reversa la mueve con signo contrario.
            IF AUDIT-CUENTA = SPACES
             OR AUDIT-DECISION(1:9) = "RECHAZADO"
             OR AUDIT-DECISION(1:7) = "TARIFA "
             OR AUDIT-DECISION(1:10) = "SIN TARIFA"
             OR AUDIT-RESULTADO NOT NUMERIC
                CONTINUE
            ELSE
                PERFORM CONTROLA-TRANSFERENCIA
                MOVE AUDIT-CUENTA TO AIDX-CUENTA
                PERFORM BUSCA-CUENTA-INDICE
                IF WS-IDX > 0
                    ADD AUDIT-RESULTADO TO WS-CTA-SALDO(WS-IDX)
                    IF AUDIT-NUM1 NUMERIC AND AUDIT-NUM2 NUMERIC
                     AND AUDIT-REF-TRANSF = SPACES
                        COMPUTE WS-VARIANZA-LINEA =
                            AUDIT-NUM1 - AUDIT-NUM2
                        IF AUDIT-REVERSA = "V"
                            COMPUTE WS-VARIANZA-LINEA =
                                0 - WS-VARIANZA-LINEA
                        END-IF
                        ADD WS-VARIANZA-LINEA
                            TO WS-CTA-VARIANZA(WS-IDX)
                    END-IF
                    ADD 1 TO WS-CTA-LINEAS(WS-IDX)
                END-IF
            END-IF.

       CONTROLA-TRANSFERENCIA.
      *La prueba de pares de VERIFICA-CUENTAS: el debito espera a su
      *credito en la linea siguiente con la misma referencia.
            IF AUDIT-REF-TRANSF = SPACES
                IF HAY-TRF-PENDIENTE
                    ADD 1 TO WS-TRF-MALAS
                    MOVE "N" TO WS-TRF-PENDIENTE
                END-IF
            ELSE
                IF AUDIT-PATA-TRANSF = "O"
                    IF HAY-TRF-PENDIENTE
                        ADD 1 TO WS-TRF-MALAS
                    END-IF
                    ADD AUDIT-RESULTADO TO WS-TRF-DEBITOS
                    MOVE AUDIT-RESULTADO TO WS-TRF-PEND-RESULT
                    MOVE AUDIT-REF-TRANSF TO WS-TRF-PEND-REF
                    SET HAY-TRF-PENDIENTE TO TRUE
                ELSE
                    ADD AUDIT-RESULTADO TO WS-TRF-CREDITOS
                    IF HAY-TRF-PENDIENTE
                     AND WS-TRF-PEND-REF = AUDIT-REF-TRANSF
                        ADD 1 TO WS-TRF-PARES
                        IF WS-TRF-PEND-RESULT + AUDIT-RESULTADO
                           NOT = 0
                            ADD 1 TO WS-TRF-MALAS
                        END-IF
                    ELSE
                        IF HAY-TRF-PENDIENTE
                            ADD 1 TO WS-TRF-MALAS
                        END-IF
                        ADD 1 TO WS-TRF-MALAS
                    END-IF
                    MOVE "N" TO WS-TRF-PENDIENTE
                END-IF
            END-IF.

       ESCRIBE-CONTROL-ARCHIVO.
      *Cola del archivo: un "S" por cuenta con el saldo de cierre y
      *el "P" al final con el conteo y el hash del mes.
            MOVE 0 TO WS-ARC-SALDOS.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-CTA-CNT
                ADD 1 TO WS-IDX
                MOVE SPACES TO AUDIDX-REC
                MOVE "CTL*" TO AIDX-MARCA
                MOVE "S" TO AIDX-TIPO
                MOVE WS-PERIODO-ACT TO AIDX-PERIODO
                MOVE WS-CTA-ID(WS-IDX) TO AIDX-CUENTA
                MOVE WS-CTA-SALDO(WS-IDX) TO AIDX-SALDO
                MOVE WS-CTA-VARIANZA(WS-IDX) TO AIDX-VARIANZA
                MOVE WS-CTA-LINEAS(WS-IDX) TO AIDX-LINEAS-CTA
                MOVE AUDIDX-REC TO ARCHIVO-LINEA
                WRITE ARCHIVO-LINEA
                ADD 1 TO WS-ARC-SALDOS
            END-PERFORM.
            MOVE SPACES TO AUDIDX-REC.
            MOVE "CTL*" TO AIDX-MARCA.
            MOVE "P" TO AIDX-TIPO.
            MOVE WS-PERIODO-ACT TO AIDX-PERIODO.
            MOVE WS-NOMBRE-ARCHIVO TO AIDX-ARCHIVO.
            MOVE WS-ARC-DESDE TO AIDX-DESDE.
            MOVE WS-ARC-HASTA TO AIDX-HASTA.
            MOVE WS-ARC-LINEAS TO AIDX-LINEAS.
            MOVE WS-ARC-HASH TO AIDX-HASH.
            MOVE WS-ARC-SALDOS TO AIDX-CUENTAS.
            MOVE WS-TRF-PARES TO AIDX-TRF-PARES.
            MOVE WS-TRF-DEBITOS TO AIDX-TRF-DEBITOS.
            MOVE WS-TRF-CREDITOS TO AIDX-TRF-CREDITOS.
            MOVE WS-TRF-MALAS TO AIDX-TRF-MALAS.
            MOVE WS-FECHA-HOY-NUM TO AIDX-FECHA-ARCH.
            MOVE AUDIDX-REC TO ARCHIVO-LINEA.
            WRITE ARCHIVO-LINEA.

       ESCRIBE-RESTO.
      *Todo lo que no se archivo (mes abierto, lineas tardias, lineas
      *sin fecha) pasa al nuevo log, en el mismo orden.
            MOVE 0 TO WS-TOT-RESTO.
            MOVE 0 TO WS-HASH-RESTO.
            OPEN OUTPUT RESTO-AUDITORIA.
            IF WS-FS-RESTO NOT = "00"
                SET HUBO-ERROR TO TRUE
                MOVE "NO SE PUDO CREAR AUDITLOG.RST." TO WS-MENSAJE
            ELSE
                MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDITORIA
                OPEN INPUT AUDITORIA
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ AUDITORIA
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM COPIA-LINEA-RESTO
                    END-READ
                END-PERFORM
                CLOSE AUDITORIA
                CLOSE RESTO-AUDITORIA
                IF WS-TOT-RESTO + WS-TOT-ARCHIVADAS
                   NOT = WS-TOT-LINEAS
                 OR WS-HASH-RESTO + WS-HASH-ARCHIVADAS
                   NOT = WS-TOT-HASH
                    SET HUBO-ERROR TO TRUE
                    MOVE "ARCHIVADO MAS RESTO NO DA EL LOG COMPLETO."
                        TO WS-MENSAJE
                END-IF
            END-IF.

       COPIA-LINEA-RESTO.
            PERFORM FECHA-DE-LINEA.
            MOVE 0 TO WS-IDX-PER.
            IF LINEA-FECHADA
                PERFORM BUSCA-PERIODO
            END-IF.
            IF WS-IDX-PER > 0
                IF WS-PER-ARCHIVAR(WS-IDX-PER) = "S"
                    MOVE 0 TO WS-IDX-PER
                ELSE
                    MOVE 1 TO WS-IDX-PER
                END-IF
            ELSE
                MOVE 1 TO WS-IDX-PER
            END-IF.
            IF WS-IDX-PER = 1
                MOVE AUDIT-REC TO RESTO-LINEA
                WRITE RESTO-LINEA
                ADD 1 TO WS-TOT-RESTO
                IF AUDIT-RESULTADO NUMERIC
                    ADD AUDIT-RESULTADO TO WS-HASH-RESTO
                END-IF
            END-IF.

       COMPLETA-CAMBIO.
      *AUDITLOG.ANT es el log de antes del cambio y AUDITLOG.DAT el
      *de despues: un mes posterior al indice que esta en el primero
      *y ya no en el segundo se traslado a su archivo. El archivo se
      *prueba contra el .ANT y recien entonces entra al indice.
            MOVE 0 TO WS-PER-CNT.
            MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDITORIA.
            MOVE 1 TO WS-COLUMNA.
            PERFORM CUENTA-LOG.
            IF NOT HUBO-ERROR
                MOVE "AUDITLOG.ANT" TO WS-NOMBRE-AUDITORIA
                MOVE 2 TO WS-COLUMNA
                PERFORM CUENTA-LOG
            END-IF.
            IF NOT HUBO-ERROR
                PERFORM ORDENA-PERIODOS
                MOVE 0 TO WS-IDX-PER
                PERFORM UNTIL WS-IDX-PER >= WS-PER-CNT OR HUBO-ERROR
                    ADD 1 TO WS-IDX-PER
                    IF WS-PER-PERIODO(WS-IDX-PER) > WS-ULT-PERIODO
                     AND WS-PER-LINEAS(WS-IDX-PER, 2) > 0
                     AND WS-PER-LINEAS(WS-IDX-PER, 1) = 0
                        PERFORM REGISTRA-PERIODO
                    END-IF
                END-PERFORM
            END-IF.
            IF NOT HUBO-ERROR
                MOVE "AUDITLOG.ANT" TO WS-NOMBRE-VIEJO
                PERFORM BORRA-ARCHIVO
                MOVE "N" TO WS-HAY-ANTERIOR
      *El indice cambio: los saldos de partida y el ultimo mes se
      *releen.
                PERFORM CARGA-INDICE
            END-IF.

       REGISTRA-PERIODO.
            MOVE WS-PER-PERIODO(WS-IDX-PER) TO WS-PERIODO-ACT.
            MOVE "AUDITLOG.G000000" TO WS-NOMBRE-ARCHIVO.
            MOVE WS-PERIODO-ACT TO WS-NOMBRE-ARCHIVO(11:6).
            PERFORM PRUEBA-ARCHIVO.
            IF NOT HUBO-ERROR
                PERFORM ANEXA-CONTROL-INDICE
            END-IF.

       PRUEBA-ARCHIVO.
      *El archivo tiene que estar completo (el "P" al final), sus
      *lineas y su hash tienen que dar lo que el .ANT tenia del mes y
      *los "S" tienen que ser los que el "P" anuncia.
            MOVE 0 TO WS-ARC-LINEAS.
            MOVE 0 TO WS-ARC-HASH.
            MOVE 0 TO WS-ARC-SALDOS.
            MOVE "N" TO WS-ARC-TIENE-P.
            OPEN INPUT ARCHIVO-MENSUAL.
            IF WS-FS-ARCHIVO NOT = "00"
                SET HUBO-ERROR TO TRUE
                STRING "FALTA " DELIMITED BY SIZE
                    WS-NOMBRE-ARCHIVO DELIMITED BY SIZE
                    "; SUS LINEAS SIGUEN EN AUDITLOG.ANT."
                        DELIMITED BY SIZE
                    INTO WS-MENSAJE
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ ARCHIVO-MENSUAL
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM PRUEBA-LINEA-ARCHIVO
                    END-READ
                END-PERFORM
                CLOSE ARCHIVO-MENSUAL
                IF WS-ARC-TIENE-P NOT = "S"
                 OR WS-ARC-LINEAS NOT = WS-PER-LINEAS(WS-IDX-PER, 2)
                 OR WS-ARC-HASH NOT = WS-PER-HASH(WS-IDX-PER, 2)
                 OR WS-ARC-P-LINEAS NOT = WS-ARC-LINEAS
                 OR WS-ARC-P-HASH NOT = WS-ARC-HASH
                 OR WS-ARC-P-CUENTAS NOT = WS-ARC-SALDOS
                    SET HUBO-ERROR TO TRUE
                    STRING WS-NOMBRE-ARCHIVO DELIMITED BY SIZE
                        " NO CUADRA CON AUDITLOG.ANT." DELIMITED BY SIZE
                        INTO WS-MENSAJE
                END-IF
            END-IF.

       PRUEBA-LINEA-ARCHIVO.
            IF WS-ARC-TIENE-P = "S"
      *Nada puede venir despues del "P".
                MOVE "X" TO WS-ARC-TIENE-P
            END-IF.
            MOVE ARCHIVO-LINEA TO AUDIDX-REC.
            IF AIDX-ES-CONTROL
                IF AIDX-ES-PERIODO
                    IF WS-ARC-TIENE-P = "N"
                        MOVE "S" TO WS-ARC-TIENE-P
                    END-IF
                    MOVE AIDX-LINEAS TO WS-ARC-P-LINEAS
                    MOVE AIDX-HASH TO WS-ARC-P-HASH
                    MOVE AIDX-CUENTAS TO WS-ARC-P-CUENTAS
                ELSE
                    ADD 1 TO WS-ARC-SALDOS
                END-IF
            ELSE
                MOVE ARCHIVO-LINEA TO AUDIT-REC
                ADD 1 TO WS-ARC-LINEAS
                IF AUDIT-RESULTADO NUMERIC
                    ADD AUDIT-RESULTADO TO WS-ARC-HASH
                END-IF
            END-IF.

       ANEXA-CONTROL-INDICE.
      *Los registros de control pasan al indice en el orden del
      *archivo, asi el "P" del mes entra ultimo.
            OPEN EXTEND INDICE-AUDITORIA.
            IF WS-FS-INDICE NOT = "00"
      *AUDITIDX.DAT no existe todavia: se crea vacio y se reabre en
      *modo EXTEND, el mismo patron que AUDITLOG.DAT.
                OPEN OUTPUT INDICE-AUDITORIA
                CLOSE INDICE-AUDITORIA
                OPEN EXTEND INDICE-AUDITORIA
            END-IF.
            IF WS-FS-INDICE NOT = "00"
                SET HUBO-ERROR TO TRUE
                MOVE "NO SE PUDO ANEXAR A AUDITIDX.DAT." TO WS-MENSAJE
            ELSE
                OPEN INPUT ARCHIVO-MENSUAL
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ ARCHIVO-MENSUAL
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF ARCHIVO-LINEA(1:4) = "CTL*"
                                MOVE ARCHIVO-LINEA TO INDICE-LINEA
                                WRITE INDICE-LINEA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARCHIVO-MENSUAL
                CLOSE INDICE-AUDITORIA
                ADD 1 TO WS-MESES-INDEXADOS
                MOVE SPACES TO ARCHAUD-LINEA
                MOVE "INDEXADO:" TO ARCHAUD-LINEA(1:9)
                MOVE WS-NOMBRE-ARCHIVO TO ARCHAUD-LINEA(11:16)
                WRITE ARCHAUD-LINEA
            END-IF.

       RENOMBRA-ARCHIVO.
      *CBL_RENAME_FILE deja su resultado en RETURN-CODE: se captura
      *y se neutraliza, igual que el borrado en PURGA-GENERACIONES.
            CALL "CBL_RENAME_FILE" USING WS-NOMBRE-VIEJO
                                         WS-NOMBRE-NUEVO.
            MOVE RETURN-CODE TO WS-RC-RUTINA.
            MOVE 0 TO RETURN-CODE.
            IF WS-RC-RUTINA NOT = 0
                SET HUBO-ERROR TO TRUE
                STRING "NO SE PUDO RENOMBRAR " DELIMITED BY SIZE
                    WS-NOMBRE-VIEJO DELIMITED BY SPACE
                    " A " DELIMITED BY SIZE
                    WS-NOMBRE-NUEVO DELIMITED BY SPACE
                    "." DELIMITED BY SIZE
                    INTO WS-MENSAJE
            END-IF.

       BORRA-ARCHIVO.
            CALL "CBL_DELETE_FILE" USING WS-NOMBRE-VIEJO.
            MOVE RETURN-CODE TO WS-RC-RUTINA.
            MOVE 0 TO RETURN-CODE.
            IF WS-RC-RUTINA NOT = 0
                MOVE SPACES TO ARCHAUD-LINEA
                STRING "AVISO: NO SE PUDO BORRAR " DELIMITED BY SIZE
                    WS-NOMBRE-VIEJO DELIMITED BY SPACE
                    "." DELIMITED BY SIZE
                    INTO ARCHAUD-LINEA
                WRITE ARCHAUD-LINEA
            END-IF.

       ESCRIBE-LINEA-MES.
            MOVE SPACES TO ARCHAUD-LINEA.
            MOVE WS-NOMBRE-ARCHIVO TO ARCHAUD-LINEA(1:16).
            MOVE WS-ARC-DESDE TO ARCHAUD-LINEA(18:8).
            MOVE WS-ARC-HASTA TO ARCHAUD-LINEA(27:8).
            MOVE WS-ARC-LINEAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO ARCHAUD-LINEA(36:8).
            MOVE WS-ARC-HASH TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO ARCHAUD-LINEA(45:15).
            MOVE WS-ARC-SALDOS TO WS-ED-CNT.
            MOVE WS-ED-CNT TO ARCHAUD-LINEA(61:5).
            WRITE ARCHAUD-LINEA.

       ESCRIBE-CONTEO.
            MOVE SPACES TO ARCHAUD-LINEA.
            MOVE "ULTIMO MES EN EL INDICE:" TO ARCHAUD-LINEA(1:24).
            IF WS-ULT-PERIODO = 0
                MOVE "NINGUNO" TO ARCHAUD-LINEA(26:7)
            ELSE
                MOVE WS-ULT-PERIODO TO ARCHAUD-LINEA(26:6)
            END-IF.
            MOVE "SE ARCHIVAN LOS MESES ANTERIORES A"
                TO ARCHAUD-LINEA(36:34).
            MOVE WS-PERIODO-CORTE TO ARCHAUD-LINEA(71:6).
            WRITE ARCHAUD-LINEA.
            MOVE SPACES TO ARCHAUD-LINEA.
            WRITE ARCHAUD-LINEA.
            MOVE "ARCHIVO           DESDE    HASTA      LINEAS"
                TO ARCHAUD-LINEA.
            MOVE "HASH RESULTADO CUENTAS" TO ARCHAUD-LINEA(46:22).
            WRITE ARCHAUD-LINEA.

       ESCRIBE-TOTALES.
            MOVE SPACES TO ARCHAUD-LINEA.
            WRITE ARCHAUD-LINEA.
            MOVE "LINEAS EN EL LOG ANTES:" TO ARCHAUD-LINEA(1:23).
            MOVE WS-TOT-LINEAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO ARCHAUD-LINEA(36:8).
            WRITE ARCHAUD-LINEA.
            MOVE SPACES TO ARCHAUD-LINEA.
            MOVE "LINEAS ARCHIVADAS:" TO ARCHAUD-LINEA(1:18).
            MOVE WS-TOT-ARCHIVADAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO ARCHAUD-LINEA(36:8).
            WRITE ARCHAUD-LINEA.
            MOVE SPACES TO ARCHAUD-LINEA.
            MOVE "LINEAS QUE QUEDAN EN EL LOG:" TO ARCHAUD-LINEA(1:28).
            IF WS-MESES-ARCHIVADOS > 0
                MOVE WS-TOT-RESTO TO WS-ED-CONTADOR
            ELSE
                MOVE WS-TOT-LINEAS TO WS-ED-CONTADOR
            END-IF.
            MOVE WS-ED-CONTADOR TO ARCHAUD-LINEA(36:8).
            WRITE ARCHAUD-LINEA.
            MOVE SPACES TO ARCHAUD-LINEA.
            MOVE "  SIN FECHA LEGIBLE:" TO ARCHAUD-LINEA(1:20).
            MOVE WS-TOT-SIN-FECHA TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO ARCHAUD-LINEA(36:8).
            WRITE ARCHAUD-LINEA.
            MOVE SPACES TO ARCHAUD-LINEA.
            MOVE "  DE MESES YA ARCHIVADOS:" TO ARCHAUD-LINEA(1:25).
            MOVE WS-TOT-TARDIAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO ARCHAUD-LINEA(36:8).
            IF WS-TOT-TARDIAS > 0
                MOVE "** TARDIAS: SIGUEN EN EL LOG VIVO **"
                    TO ARCHAUD-LINEA(46:36)
            END-IF.
            WRITE ARCHAUD-LINEA.

       LEE-OPERADOR-CARD.
            OPEN INPUT OPERADOR-CARD.
            IF WS-FS-OPERADOR = "00"
                READ OPERADOR-CARD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF OPER-ID NOT = SPACES
                            MOVE OPER-ID TO CMN-OPERADOR-ID
                        END-IF
                END-READ
                CLOSE OPERADOR-CARD
            END-IF.
            IF CMN-OPERADOR-ID = SPACES
                MOVE "SIN ID" TO CMN-OPERADOR-ID
            END-IF.

       FORMATEA-FECHA-EJECUCION.
      *Misma edicion MM/DD/YYYY que usa el resto de la suite.
            MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO.
            MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES.
            MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA.
            STRING WS-MES DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                WS-DIA DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                WS-ANIO DELIMITED BY SIZE
                INTO CMN-FECHA-EJECUCION.

       ESCRIBE-ENCABEZADO.
            MOVE SPACES TO ARCHAUD-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
                CMN-NOMBRE-JOB DELIMITED BY SIZE
                " FECHA:" DELIMITED BY SIZE
                CMN-FECHA-EJECUCION DELIMITED BY SIZE
                " OPER:" DELIMITED BY SIZE
                CMN-OPERADOR-ID DELIMITED BY SIZE
                INTO ARCHAUD-LINEA.
            WRITE ARCHAUD-LINEA.
            MOVE SPACES TO ARCHAUD-LINEA.
            MOVE "ARCHIVO MENSUAL DEL LOG DE AUDITORIA"
                TO ARCHAUD-LINEA.
            WRITE ARCHAUD-LINEA.
            MOVE SPACES TO ARCHAUD-LINEA.
            WRITE ARCHAUD-LINEA.
       END PROGRAM ARCHIVA-AUDITORIA.
