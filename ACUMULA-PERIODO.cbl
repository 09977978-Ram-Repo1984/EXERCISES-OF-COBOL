      * period accumulation file PERIODO.DAT - detail count and
      * RESULTADO/VARIANZA/rated (TARIFADO-OUT) totals from the day's
      * TRANSOUT generation, plus the run's rejects by reason code
      * from SUSPENSE.DAT (less the items data entry holds out of
      * resubmission) and the records escalated today - so at
      * month end CIERRE-MENSUAL prints the monthly picture from one
      * file instead of someone rebuilding it in a spreadsheet from
      * thirty daily reports. Runs right after APLICA-TARIFAS, when
      * of the same night never double-counts) and the file is
      * rewritten in full - the same in-core rewrite approach as the
      * suspense cycle and MANTENIMIENTO-OPERADORES.
      * The day's TRANSOUT is also totalled per currency (MONEDA-OUT,
      * blank = base currency) and each currency is valued in the base
      * currency with the latest rate in TIPCAMB.DAT on or before the
      * business date; those totals follow the day's record in
      * PERIODO.DAT as PER-MON-REG records, replaced with it on a
      * rerun. A currency without a rate keeps its own total and is
      * flagged, with a zero base equivalent.
      * Record layouts come from copybooks/PERACUM.cpy (shared with
      * CIERRE-MENSUAL), copybooks/TRANSOUT.cpy, copybooks/SUSPREC.cpy
      * and copybooks/ESCALREC.cpy.
           SELECT ARCHIVO-PERIODO ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODO.
           SELECT TIPOS-CAMBIO ASSIGN TO "TIPCAMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
       FD  ARCHIVO-PERIODO.
       COPY PERACUM.

       FD  TIPOS-CAMBIO.
       COPY TIPCAMB.

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       01  WS-FS-PERIODO               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-FS-CAMBIOS               PIC XX.
       01  WS-NOMBRE-TRANSOUT          PIC X(18)
                                        VALUE "TRANSOUT.G00000000".
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
       01  WS-DIA-DIV00                PIC 9(4) VALUE 0.
       01  WS-DIA-OTROS                PIC 9(4) VALUE 0.
       01  WS-DIA-REVERSAS             PIC 9(4) VALUE 0.
      *Totales del dia por moneda, valorizados en moneda base con la
      *ultima tasa en o antes de la fecha del run.
       01  WS-MON-CNT                  PIC 9(2) VALUE 0.
       01  WS-TABLA-MONEDA.
           05  WS-MON-ENT OCCURS 50.
               10  WS-MON-CODIGO       PIC X(3).
               10  WS-MON-DETALLES     PIC 9(6).
               10  WS-MON-RESULTADO    PIC S9(12).
               10  WS-MON-TASA         PIC 9(5)V9(6).
               10  WS-MON-FECHA-TASA   PIC X(8).
               10  WS-MON-BASE         PIC S9(12).
               10  WS-MON-CON-TASA     PIC X.
       01  WS-IDX-MON                  PIC 9(2).
       01  WS-ENCONTRADO               PIC X.
           88  ENCONTRADO              VALUE "S".
      *PERIODO.DAT completo en memoria para reemplazar el registro
      *del dia y reescribir el archivo (hasta 4000 registros: dias y
      *sus registros por moneda).
       01  WS-PER-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-PERIODO.
           05  WS-PER-IMAGEN           PIC X(120) OCCURS 4000.
       01  WS-IDX                      PIC 9(4).
       01  WS-IDX-DIA                  PIC 9(4) VALUE 0.
       01  WS-CNT-DIAS                 PIC 9(4) VALUE 0.
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
           05  WS-MES                  PIC 99.
                END-IF
            END-IF.
            PERFORM TOTALIZA-RECHAZOS.
            PERFORM VALORIZA-MONEDAS.
            PERFORM CARGA-PERIODO.
            PERFORM ARMA-REGISTRO-DIA.
            PERFORM GRABA-PERIODO.
            DISPLAY "PERIODO ACUMULADO: DIA " WS-FECHA-RUN " CON "
                    WS-DIA-DETALLES " DETALLES EN " WS-MON-CNT
                    " MONEDAS; " WS-CNT-DIAS " DIAS EN PERIODO.DAT.".
            MOVE WS-DIA-DETALLES TO CMN-CONTADOR-REG.
            PERFORM ESCRIBE-PASO-COMUN.
            MOVE 0 TO RETURN-CODE.
            IF OPERACION-OUT = "V"
                ADD 1 TO WS-DIA-REVERSAS
            END-IF.
            PERFORM ACUMULA-MONEDA.

       ACUMULA-MONEDA.
      *La ultima entrada de la tabla agrupa el excedente, que no se
      *puede valorizar.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-IDX-MON.
            PERFORM UNTIL ENCONTRADO OR WS-IDX-MON >= WS-MON-CNT
                ADD 1 TO WS-IDX-MON
                IF WS-MON-CODIGO(WS-IDX-MON) = MONEDA-OUT
                    SET ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.
            IF NOT ENCONTRADO
                IF WS-MON-CNT < 49
                    ADD 1 TO WS-MON-CNT
                    MOVE WS-MON-CNT TO WS-IDX-MON
                    MOVE MONEDA-OUT TO WS-MON-CODIGO(WS-IDX-MON)
                    MOVE 0 TO WS-MON-DETALLES(WS-IDX-MON)
                    MOVE 0 TO WS-MON-RESULTADO(WS-IDX-MON)
                ELSE
                    IF WS-MON-CNT < 50
                        MOVE 50 TO WS-MON-CNT
                        MOVE "***" TO WS-MON-CODIGO(50)
                        MOVE 0 TO WS-MON-DETALLES(50)
                        MOVE 0 TO WS-MON-RESULTADO(50)
                    END-IF
                    MOVE 50 TO WS-IDX-MON
                END-IF
            END-IF.
            ADD 1 TO WS-MON-DETALLES(WS-IDX-MON).
            IF RESULTADO-OUT NUMERIC
                ADD RESULTADO-OUT TO WS-MON-RESULTADO(WS-IDX-MON)
            END-IF.

       VALORIZA-MONEDAS.
      *La moneda base (blanco) vale 1; sin TIPCAMB.DAT las demas
      *quedan sin tasa.
            MOVE 0 TO WS-IDX-MON.
            PERFORM UNTIL WS-IDX-MON >= WS-MON-CNT
                ADD 1 TO WS-IDX-MON
                MOVE 0 TO WS-MON-TASA(WS-IDX-MON)
                MOVE SPACES TO WS-MON-FECHA-TASA(WS-IDX-MON)
                MOVE 0 TO WS-MON-BASE(WS-IDX-MON)
                MOVE "N" TO WS-MON-CON-TASA(WS-IDX-MON)
                IF WS-MON-CODIGO(WS-IDX-MON) = SPACES
                    MOVE 1 TO WS-MON-TASA(WS-IDX-MON)
                    MOVE "S" TO WS-MON-CON-TASA(WS-IDX-MON)
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
            MOVE 0 TO WS-IDX-MON.
            PERFORM UNTIL WS-IDX-MON >= WS-MON-CNT
                ADD 1 TO WS-IDX-MON
                IF WS-MON-CON-TASA(WS-IDX-MON) = "S"
                    COMPUTE WS-MON-BASE(WS-IDX-MON) ROUNDED =
                        WS-MON-RESULTADO(WS-IDX-MON)
                        * WS-MON-TASA(WS-IDX-MON)
                        ON SIZE ERROR
                            MOVE "N" TO WS-MON-CON-TASA(WS-IDX-MON)
                            MOVE 0 TO WS-MON-BASE(WS-IDX-MON)
                    END-COMPUTE
                END-IF
            END-PERFORM.

       TOMA-TASA-MONEDA.
            IF TCB-FECHA <= WS-FECHA-RUN
             AND TCB-MONEDA NOT = SPACES
             AND TCB-TASA NUMERIC
             AND TCB-TASA > 0
                MOVE 0 TO WS-IDX-MON
                PERFORM UNTIL WS-IDX-MON >= WS-MON-CNT
                    ADD 1 TO WS-IDX-MON
                    IF WS-MON-CODIGO(WS-IDX-MON) = TCB-MONEDA
                     AND (WS-MON-FECHA-TASA(WS-IDX-MON) = SPACES
                      OR TCB-FECHA >= WS-MON-FECHA-TASA(WS-IDX-MON))
                        MOVE TCB-TASA TO WS-MON-TASA(WS-IDX-MON)
                        MOVE TCB-FECHA
                            TO WS-MON-FECHA-TASA(WS-IDX-MON)
                        MOVE "S" TO WS-MON-CON-TASA(WS-IDX-MON)
                    END-IF
                END-PERFORM
            END-IF.

       TOTALIZA-RECHAZOS.
      *Los rechazos del dia: los que quedaron en SUSPENSE.DAT (la
      *corrida lo reescribe cada noche) mas los escalados hoy, por
      *codigo de motivo. Archivos ausentes equivalen a cero. Un
      *registro retenido por data entry ("R") no paso por la corrida:
      *se arrastra de noches anteriores y no es rechazo del dia.
            OPEN INPUT SUSPENSO.
            IF WS-FS-SUSPENSO = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF SUSP-ESTADO NOT = "R"
                                PERFORM CUENTA-MOTIVO-SUSP
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SUSPENSO
       CARGA-PERIODO.
      *PERIODO.DAT completo a memoria; el registro de la fecha del
      *run (si la noche se repitio) se localiza para reemplazarlo en
      *vez de duplicar el dia. Sus registros por moneda anteriores se
      *descartan: GRABA-PERIODO escribe los de esta corrida.
            MOVE 0 TO WS-PER-CNT.
            MOVE 0 TO WS-IDX-DIA.
            MOVE 0 TO WS-CNT-DIAS.
            OPEN INPUT ARCHIVO-PERIODO.
            IF WS-FS-PERIODO = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF NOT PERM-ES-MONEDA
                             OR PERM-FECHA NOT = WS-FECHA-RUN
                                PERFORM GUARDA-IMAGEN-PERIODO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARCHIVO-PERIODO
            END-IF.

       GUARDA-IMAGEN-PERIODO.
            IF WS-PER-CNT >= 4000
                DISPLAY "PERIODO.DAT EXCEDE LOS 4000 "
                        "REGISTROS QUE SOPORTA ESTE "
                        "PASO. ABORTANDO."
                CLOSE ARCHIVO-PERIODO
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            ADD 1 TO WS-PER-CNT.
            MOVE PER-REG TO WS-PER-IMAGEN(WS-PER-CNT).
            IF NOT PERM-ES-MONEDA
                ADD 1 TO WS-CNT-DIAS
                IF PER-FECHA = WS-FECHA-RUN
                    MOVE WS-PER-CNT TO WS-IDX-DIA
                END-IF
            END-IF.

       ARMA-REGISTRO-DIA.
            MOVE SPACES TO PER-REG.
            MOVE WS-FECHA-RUN TO PER-FECHA.
                MOVE PER-REG TO WS-PER-IMAGEN(WS-IDX-DIA)
            ELSE
                ADD 1 TO WS-PER-CNT
                ADD 1 TO WS-CNT-DIAS
                MOVE PER-REG TO WS-PER-IMAGEN(WS-PER-CNT)
                MOVE WS-PER-CNT TO WS-IDX-DIA
            END-IF.

       GRABA-PERIODO.
                ADD 1 TO WS-IDX
                MOVE WS-PER-IMAGEN(WS-IDX) TO PER-REG
                WRITE PER-REG
                IF WS-IDX = WS-IDX-DIA
                    PERFORM GRABA-MONEDAS-DIA
                END-IF
            END-PERFORM.
            CLOSE ARCHIVO-PERIODO.

       GRABA-MONEDAS-DIA.
      *Los registros por moneda van inmediatamente despues del
      *registro del dia.
            MOVE 0 TO WS-IDX-MON.
            PERFORM UNTIL WS-IDX-MON >= WS-MON-CNT
                ADD 1 TO WS-IDX-MON
                MOVE SPACES TO PER-MON-REG
                MOVE WS-FECHA-RUN TO PERM-FECHA
                MOVE "M" TO PERM-MARCA
                MOVE WS-MON-CODIGO(WS-IDX-MON) TO PERM-MONEDA
                MOVE WS-MON-DETALLES(WS-IDX-MON) TO PERM-DETALLES
                MOVE WS-MON-RESULTADO(WS-IDX-MON) TO PERM-RESULTADO
                MOVE WS-MON-BASE(WS-IDX-MON) TO PERM-BASE
                MOVE WS-MON-TASA(WS-IDX-MON) TO PERM-TASA
                MOVE WS-MON-CON-TASA(WS-IDX-MON) TO PERM-CON-TASA
                WRITE PER-MON-REG
            END-PERFORM.

       REPORTA-ERROR.
      *Toda falla pasa por el manejador comun de errores: queda
      *registrada en ERRLOG.DAT y la accion la decide su tabla de
