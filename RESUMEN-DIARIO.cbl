      * The operator ID for the report header comes from CTLOPER.DAT,
      * like the rest of the unattended suite steps; no interactive
      * fallback.
      * A summary rerun for a business date whose month has already
      * been archived by ARCHIVA-AUDITORIA reads that month's archive
      * (AUDITLOG.Gaaaamm, found through the period index AUDITIDX.DAT)
      * before the live log, skipping the archive's control records;
      * archives of other months are not opened.
      * A per-currency section totals RESULTADO in each currency it
      * was posted in (AUDIT-MONEDA, blank = base currency) and values
      * it in the base currency with the latest rate in TIPCAMB.DAT on
      * or before the business date; the totals page carries the base
      * equivalent of the day. A currency with no rate on file is
      * listed SIN TASA and left out of the equivalent, with a count
      * on the totals page.
      * Uses GOBACK instead of STOP RUN so it can run standalone or be
      * CALLed from SUITE-NOCTURNA.
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT INDICE-AUDITORIA ASSIGN TO "AUDITIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICE.
           SELECT REPORTE-RESUMEN ASSIGN TO "RESUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT TIPOS-CAMBIO ASSIGN TO "TIPCAMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
       FD  AUDITORIA.
       COPY AUDITREC.

       FD  INDICE-AUDITORIA.
       01  INDICE-LINEA                PIC X(144).

       FD  REPORTE-RESUMEN.
       01  RESUMEN-LINEA               PIC X(80).

       FD  TIPOS-CAMBIO.
       COPY TIPCAMB.

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-FS-INDICE                PIC XX.
       01  WS-FS-CAMBIOS               PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
      *Fecha del run AAAAMMDD para filtrar las lineas de hoy.
       01  WS-FECHA-RUN                PIC X(8).
      *Mes archivado que contiene la fecha del run, si lo hay (una
      *corrida de recuperacion de una fecha ya archivada).
       01  WS-NOMBRE-AUDITORIA         PIC X(16) VALUE "AUDITLOG.DAT".
       COPY AUDITIDX.
       01  WS-ARCHIVO-MES              PIC X(16) VALUE SPACES.
      *Acumuladores por texto de decision (umbral y rechazos).
       01  WS-DEC-CNT                  PIC 9(2) VALUE 0.
       01  WS-TABLA-DECISION.
               10  WS-OPE-ID           PIC X(8).
               10  WS-OPE-REGS         PIC 9(6).
               10  WS-OPE-VALOR        PIC S9(12).
      *Acumuladores por moneda de RESULTADO, con la tasa (la ultima
      *en o antes de la fecha del run) y el equivalente en moneda
      *base. La ultima entrada agrupa el excedente, que no se puede
      *valorizar.
       01  WS-MON-CNT                  PIC 9(2) VALUE 0.
       01  WS-TABLA-MONEDA.
           05  WS-MON-ENT OCCURS 50.
               10  WS-MON-CODIGO       PIC X(3).
               10  WS-MON-REGS         PIC 9(6).
               10  WS-MON-VALOR        PIC S9(12).
               10  WS-MON-TASA         PIC 9(5)V9(6).
               10  WS-MON-FECHA-TASA   PIC X(8).
               10  WS-MON-BASE         PIC S9(12).
               10  WS-MON-CON-TASA     PIC X.
       01  WS-TOT-BASE                 PIC S9(12) VALUE 0.
       01  WS-TOT-SIN-TASA             PIC 9(2) VALUE 0.
       01  WS-ED-TASA                  PIC ZZZZ9.999999.
       01  WS-IDX                      PIC 9(2).
       01  WS-ENCONTRADO               PIC X.
           88  ENCONTRADO              VALUE "S".
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            CLOSE AUDITORIA.
            PERFORM BUSCA-ARCHIVO-MES.
            OPEN OUTPUT REPORTE-RESUMEN.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR RESUMEN.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            IF WS-ARCHIVO-MES NOT = SPACES
                MOVE WS-ARCHIVO-MES TO WS-NOMBRE-AUDITORIA
                OPEN INPUT AUDITORIA
                IF WS-FS-AUDITORIA NOT = "00"
                    DISPLAY WS-ARCHIVO-MES " NO DISPONIBLE (STATUS "
                            WS-FS-AUDITORIA "), NO SE PUEDE RESUMIR "
                            "UNA FECHA YA ARCHIVADA."
                    CLOSE REPORTE-RESUMEN
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
                PERFORM RECORRE-AUDITORIA
            END-IF.
            MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDITORIA.
            OPEN INPUT AUDITORIA.
            PERFORM RECORRE-AUDITORIA.
            PERFORM VALORIZA-MONEDAS.
            PERFORM ESCRIBE-SECCION-DECISION.
            PERFORM ESCRIBE-SECCION-CLASIF.
            PERFORM ESCRIBE-SECCION-OPERADOR.
            PERFORM ESCRIBE-SECCION-MONEDA.
            PERFORM ESCRIBE-TOTALES-GENERALES.
            CLOSE REPORTE-RESUMEN.
            DISPLAY "RESUMEN DIARIO: " WS-TOT-REGS
                    " TRANSACCIONES DE HOY RESUMIDAS ("
                    WS-TOT-LEIDAS " LINEAS LEIDAS).".
            MOVE WS-TOT-REGS TO CMN-CONTADOR-REG.
            PERFORM ESCRIBE-PASO-COMUN.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

       BUSCA-ARCHIVO-MES.
      *El registro "P" del indice cuyo rango de fechas contiene la
      *fecha del run; sin indice no hay meses archivados.
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
                             AND AIDX-DESDE <= WS-FECHA-RUN
                             AND AIDX-HASTA >= WS-FECHA-RUN
                                MOVE AIDX-ARCHIVO TO WS-ARCHIVO-MES
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INDICE-AUDITORIA
            END-IF.

       RECORRE-AUDITORIA.
      *Recorre el log ya abierto en WS-NOMBRE-AUDITORIA y lo cierra.
            MOVE "N" TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ AUDITORIA
                    AT END
                        SET FIN-ARCHIVO TO TRUE
                    NOT AT END
      *Los registros de control al final de un archivo mensual no son
      *lineas de auditoria.
                        IF AUDIT-REC(1:4) NOT = "CTL*"
                            ADD 1 TO WS-TOT-LEIDAS
      *Las lineas del paso de tarifas (APLICA-TARIFAS) documentan la
      *misma transaccion por segunda vez: sumarlas duplicaria los
      *totales que firma el supervisor. Se excluyen por su texto de
      *decision, el mismo criterio que usa CUADRE-NOCTURNO.
                            IF AUDIT-TIMESTAMP(1:8) = WS-FECHA-RUN
                                IF AUDIT-DECISION(1:7) = "TARIFA "
                                 OR AUDIT-DECISION(1:10)
                                    = "SIN TARIFA"
                                    ADD 1 TO WS-TOT-TARIFADAS
                                ELSE
                                    PERFORM ACUMULA-LINEA
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AUDITORIA.

       ESCRIBE-PASO-COMUN.
      *Handoff de fin de paso para SUITE-NOCTURNA: los datos de
            PERFORM ACUMULA-DECISION.
            PERFORM ACUMULA-CLASIF.
            PERFORM ACUMULA-OPERADOR.
            PERFORM ACUMULA-MONEDA.

       ACUMULA-DECISION.
            MOVE "N" TO WS-ENCONTRADO.
                ADD AUDIT-RESULTADO TO WS-OPE-VALOR(WS-IDX)
            END-IF.

       ACUMULA-MONEDA.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL ENCONTRADO OR WS-IDX >= WS-MON-CNT
                ADD 1 TO WS-IDX
                IF WS-MON-CODIGO(WS-IDX) = AUDIT-MONEDA
                    SET ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.
            IF NOT ENCONTRADO
                IF WS-MON-CNT < 49
                    ADD 1 TO WS-MON-CNT
                    MOVE WS-MON-CNT TO WS-IDX
                    MOVE AUDIT-MONEDA TO WS-MON-CODIGO(WS-IDX)
                ELSE
                    IF WS-MON-CNT < 50
                        MOVE 50 TO WS-MON-CNT
                        MOVE "***" TO WS-MON-CODIGO(50)
                        MOVE 0 TO WS-MON-REGS(50)
                        MOVE 0 TO WS-MON-VALOR(50)
                    END-IF
                    MOVE 50 TO WS-IDX
                END-IF
                IF WS-IDX < 50
                    MOVE 0 TO WS-MON-REGS(WS-IDX)
                    MOVE 0 TO WS-MON-VALOR(WS-IDX)
                END-IF
            END-IF.
            ADD 1 TO WS-MON-REGS(WS-IDX).
            IF AUDIT-RESULTADO NUMERIC
                ADD AUDIT-RESULTADO TO WS-MON-VALOR(WS-IDX)
            END-IF.

       VALORIZA-MONEDAS.
      *Tasa de cada moneda: la de fecha mas reciente en o antes de la
      *fecha del run. La moneda base (blanco) vale 1; sin TIPCAMB.DAT
      *las demas quedan sin tasa.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-MON-CNT
                ADD 1 TO WS-IDX
                MOVE 0 TO WS-MON-TASA(WS-IDX)
                MOVE SPACES TO WS-MON-FECHA-TASA(WS-IDX)
                MOVE 0 TO WS-MON-BASE(WS-IDX)
                MOVE "N" TO WS-MON-CON-TASA(WS-IDX)
                IF WS-MON-CODIGO(WS-IDX) = SPACES
                    MOVE 1 TO WS-MON-TASA(WS-IDX)
                    MOVE "S" TO WS-MON-CON-TASA(WS-IDX)
                END-IF
            END-PERFORM.
            OPEN INPUT TIPOS-CAMBIO.
            IF WS-FS-CAMBIOS = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ TIPOS-CAMBIO
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM TOMA-TASA-MONEDA
                    END-READ
                END-PERFORM
                CLOSE TIPOS-CAMBIO
            END-IF.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-MON-CNT
                ADD 1 TO WS-IDX
                IF WS-MON-CON-TASA(WS-IDX) = "S"
                    COMPUTE WS-MON-BASE(WS-IDX) ROUNDED =
                        WS-MON-VALOR(WS-IDX) * WS-MON-TASA(WS-IDX)
                        ON SIZE ERROR
                            MOVE "N" TO WS-MON-CON-TASA(WS-IDX)
                            MOVE 0 TO WS-MON-BASE(WS-IDX)
                    END-COMPUTE
                END-IF
                IF WS-MON-CON-TASA(WS-IDX) = "S"
                    ADD WS-MON-BASE(WS-IDX) TO WS-TOT-BASE
                ELSE
                    ADD 1 TO WS-TOT-SIN-TASA
                END-IF
            END-PERFORM.

       TOMA-TASA-MONEDA.
            IF TCB-FECHA <= WS-FECHA-RUN
             AND TCB-MONEDA NOT = SPACES
             AND TCB-TASA NUMERIC
             AND TCB-TASA > 0
                MOVE 0 TO WS-IDX
                PERFORM UNTIL WS-IDX >= WS-MON-CNT
                    ADD 1 TO WS-IDX
                    IF WS-MON-CODIGO(WS-IDX) = TCB-MONEDA
                     AND (WS-MON-FECHA-TASA(WS-IDX) = SPACES
                      OR TCB-FECHA >= WS-MON-FECHA-TASA(WS-IDX))
                        MOVE TCB-TASA TO WS-MON-TASA(WS-IDX)
                        MOVE TCB-FECHA TO WS-MON-FECHA-TASA(WS-IDX)
                        MOVE "S" TO WS-MON-CON-TASA(WS-IDX)
                    END-IF
                END-PERFORM
            END-IF.

       ESCRIBE-LINEA-REPORTE.
      *Toda linea del reporte pasa por aqui para que el salto de
      *pagina y el encabezado CMN-CABECERA queden en un solo lugar.
                PERFORM ESCRIBE-LINEA-REPORTE
            END-PERFORM.

       ESCRIBE-SECCION-MONEDA.
      *Valor en la moneda en que se posteo y su equivalente en moneda
      *base con la tasa indicada.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "TRANSACCIONES POR MONEDA" TO RESUMEN-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "MONEDA" TO RESUMEN-LINEA(3:6).
            MOVE "REGS" TO RESUMEN-LINEA(13:4).
            MOVE "VALOR" TO RESUMEN-LINEA(26:5).
            MOVE "TASA" TO RESUMEN-LINEA(40:4).
            MOVE "FECHA" TO RESUMEN-LINEA(45:5).
            MOVE "EQUIV. BASE" TO RESUMEN-LINEA(56:11).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-MON-CNT
                ADD 1 TO WS-IDX
                IF WS-MON-CODIGO(WS-IDX) = SPACES
                    MOVE "(BASE)" TO RESUMEN-LINEA(3:6)
                ELSE
                    MOVE WS-MON-CODIGO(WS-IDX) TO RESUMEN-LINEA(3:3)
                END-IF
                MOVE WS-MON-REGS(WS-IDX) TO WS-ED-REGS
                MOVE WS-ED-REGS TO RESUMEN-LINEA(11:6)
                MOVE WS-MON-VALOR(WS-IDX) TO WS-ED-VALOR
                MOVE WS-ED-VALOR TO RESUMEN-LINEA(18:13)
                IF WS-MON-CON-TASA(WS-IDX) = "S"
                    MOVE WS-MON-TASA(WS-IDX) TO WS-ED-TASA
                    MOVE WS-ED-TASA TO RESUMEN-LINEA(32:12)
                    MOVE WS-MON-FECHA-TASA(WS-IDX)
                        TO RESUMEN-LINEA(45:8)
                    MOVE WS-MON-BASE(WS-IDX) TO WS-ED-VALOR
                    MOVE WS-ED-VALOR TO RESUMEN-LINEA(54:13)
                ELSE
                    MOVE "SIN TASA" TO RESUMEN-LINEA(36:8)
                END-IF
                PERFORM ESCRIBE-LINEA-REPORTE
            END-PERFORM.

       ESCRIBE-TOTALES-GENERALES.
      *Pagina propia para el total general, lista para la firma del
      *supervisor de turno.
            MOVE WS-TOT-VALOR TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO RESUMEN-LINEA(62:13).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "EQUIVALENTE EN MONEDA BASE" TO RESUMEN-LINEA(3:26).
            MOVE WS-TOT-BASE TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO RESUMEN-LINEA(62:13).
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF WS-TOT-SIN-TASA > 0
                MOVE "MONEDAS SIN TASA (FUERA DEL EQUIVALENTE)"
                    TO RESUMEN-LINEA(3:40)
                MOVE WS-TOT-SIN-TASA TO WS-ED-REGS
                MOVE WS-ED-REGS TO RESUMEN-LINEA(49:6)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            MOVE "REVERSAS DEL DIA" TO RESUMEN-LINEA(3:16).
            MOVE WS-TOT-REVERSAS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO RESUMEN-LINEA(49:6).
