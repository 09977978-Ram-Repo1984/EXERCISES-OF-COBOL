      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * General ledger interface step, CALLed by SUITE-NOCTURNA right
      * after CUADRE-NOCTURNO certifies the run: finance no longer
      * re-keys the daily totals from the RESUMEN-DIARIO printout.
      * Reads the posted AUDITLOG.DAT lines of the business date in
      * FECHARUN.DAT (via FECHA-NEGOCIO), sums RESULTADO by account
      * and operation code, and writes DIARIOGL.DAT: a header, one
      * balanced debit/credit pair per summary and a trailer with the
      * detail count and the debit and credit control totals the GL
      * import checks.
      * Only posted lines count: rejections ("RECHAZADO...") and the
      * rate step's "TARIFA"/"SIN TARIFA" lines never moved a
      * balance, the same exclusion criteria CUADRE-NOCTURNO and
      * RESUMEN-DIARIO use.
      * The GL accounts come from the MAYORXRF.DAT cross-reference
      * (copybooks/MAYORXRF.cpy, maintained with MANTENIMIENTO-MAYOR),
      * never from code: a positive summary debits the account's GL
      * account and credits its offset account, a negative one the
      * other way round, so every pair balances on its own. A
      * summary that nets to zero (a transfer in and out of the same
      * account, a posting and its reversal) writes no pair.
      * An account with no cross-reference record is left out of the
      * journal and listed on the exceptions report EXCEPGL.DAT with
      * its operation, line count and amount, and the step ends with
      * RETURN-CODE 2 - the warning code the suite surfaces at the end
      * of the night without stopping the run - so an unmapped
      * account never drops out of the ledger unnoticed. A missing
      * AUDITLOG.DAT or an unwritable journal ends with RETURN-CODE 1.
      * Summaries are kept per currency as well (AUDIT-MONEDA, blank
      * = base) and every pair is booked in the base currency with
      * the latest TIPCAMB.DAT rate on or before the business date -
      * the same rate RESUMEN-DIARIO values the day with - so the
      * debit and credit totals add up amounts of one currency. The
      * detail line keeps the currency, the amount in it and the rate.
      * A summary in a currency with no rate on file is left out of
      * the journal and listed on EXCEPGL.DAT as SIN TIPO DE CAMBIO,
      * also ending with RETURN-CODE 2.
      * The journal is rewritten whole on every run, so a rerun or a
      * suite restart produces the same file again.
      * Uses GOBACK instead of STOP RUN so it can run standalone or be
      * CALLed from SUITE-NOCTURNA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFAZ-MAYOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT REFERENCIA-MAYOR ASSIGN TO "MAYORXRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.
           SELECT DIARIO-MAYOR ASSIGN TO "DIARIOGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIO.
           SELECT REPORTE-EXCEPCIONES ASSIGN TO "EXCEPGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT TIPOS-CAMBIO ASSIGN TO "TIPCAMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT PASO-COMUN ASSIGN TO "CMNSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASO-COMUN.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
       COPY AUDITREC.

       FD  REFERENCIA-MAYOR.
       COPY MAYORXRF.

       FD  DIARIO-MAYOR.
       COPY DIARIOGL.

       FD  REPORTE-EXCEPCIONES.
       01  EXCEPCION-LINEA             PIC X(80).

       FD  TIPOS-CAMBIO.
       COPY TIPCAMB.

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       FD  PASO-COMUN.
       COPY CMNSTEP.

       WORKING-STORAGE SECTION.
       01  WS-FS-AUDITORIA             PIC XX.
       01  WS-FS-XREF                  PIC XX.
       01  WS-FS-DIARIO                PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-CAMBIOS               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-FECHA-RUN                PIC X(8).
      *Referencia cruzada en memoria.
       01  WS-XRF-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-XREF.
           05  WS-XRF-ENT OCCURS 500.
               10  WS-XRF-CUENTA       PIC X(8).
               10  WS-XRF-MAYOR        PIC X(12).
               10  WS-XRF-CONTRA       PIC X(12).
       01  WS-XRF-IDX                  PIC 9(3).
       01  WS-XRF-HALLADO              PIC 9(3).
      *Resumen del dia por cuenta, operacion y moneda.
       01  WS-RES-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-RESUMEN.
           05  WS-RES-ENT OCCURS 2000.
               10  WS-RES-CUENTA       PIC X(8).
               10  WS-RES-OPERACION    PIC X.
               10  WS-RES-MONEDA       PIC X(3).
               10  WS-RES-IMPORTE      PIC S9(12).
               10  WS-RES-LINEAS       PIC 9(6).
       01  WS-RES-IDX                  PIC 9(4).
       01  WS-ENCONTRADO               PIC X.
           88  ENCONTRADO              VALUE "S".
       01  WS-RESUMEN-LLENO            PIC X VALUE "N".
           88  RESUMEN-LLENO           VALUE "S".
      *Tasas de TIPCAMB.DAT: la mas reciente en o antes de la fecha
      *de negocio por moneda.
       01  WS-TCB-CNT                  PIC 9(2) VALUE 0.
       01  WS-TABLA-TASAS.
           05  WS-TCB-ENT OCCURS 50.
               10  WS-TCB-MONEDA       PIC X(3).
               10  WS-TCB-FECHA        PIC X(8).
               10  WS-TCB-TASA         PIC 9(5)V9(6).
       01  WS-TCB-IDX                  PIC 9(2).
       01  WS-TASAS-LLENO              PIC X VALUE "N".
           88  TASAS-LLENO             VALUE "S".
       01  WS-TASA-RESUMEN             PIC 9(5)V9(6).
       01  WS-CON-TASA                 PIC X.
           88  CON-TASA                VALUE "S".
      *Armado del asiento.
       01  WS-IMPORTE-BASE             PIC S9(12).
       01  WS-IMPORTE-ORIG             PIC 9(12).
       01  WS-ASIENTO                  PIC 9(6) VALUE 0.
       01  WS-IMPORTE-ABS              PIC 9(12).
       01  WS-CTA-DEBE                 PIC X(12).
       01  WS-CTA-HABER                PIC X(12).
       01  WS-LINEA-CTA                PIC X(12).
       01  WS-LINEA-LADO               PIC X.
      *Totales de control del diario y de las excepciones.
       01  WS-CNT-DETALLES             PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBE               PIC 9(14) VALUE 0.
       01  WS-TOTAL-HABER              PIC 9(14) VALUE 0.
       01  WS-CNT-LINEAS-AUD           PIC 9(6) VALUE 0.
       01  WS-CNT-EXCEPCIONES          PIC 9(4) VALUE 0.
       01  WS-CNT-SIN-TASA             PIC 9(4) VALUE 0.
       01  WS-IMPORTE-EXCEPCION        PIC S9(14) VALUE 0.
      *Campos de edicion.
       01  WS-ED-VALOR                 PIC -(12)9.
       01  WS-ED-TOTAL                 PIC Z(13)9.
       01  WS-ED-CONTADOR              PIC ZZZZZ9.
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
           05  WS-MES                  PIC 99.
           05  WS-DIA                  PIC 99.
       COPY CMNHDR.
       COPY ERRLNK.
       COPY FECHALNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "INTERFAZ-MAYOR" TO CMN-NOMBRE-JOB.
            PERFORM FORMATEA-FECHA-EJECUCION.
            MOVE 0 TO CMN-CONTADOR-REG.
            MOVE SPACES TO CMN-OPERADOR-ID.
            PERFORM LEE-OPERADOR-CARD.
      *El diario es de la fecha de negocio que acepto el paso de
      *posteo, no de la fecha calendario.
            CALL "FECHA-NEGOCIO" USING FECHA-AREA.
            MOVE FN-FECHA-NEGOCIO TO WS-FECHA-RUN.
            PERFORM CARGA-REFERENCIA.
            PERFORM CARGA-TASAS.
            PERFORM RESUME-AUDITORIA.
            OPEN OUTPUT REPORTE-EXCEPCIONES.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR EXCEPGL.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "EXCEPGL.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-REPORTE TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT DIARIO-MAYOR.
            IF WS-FS-DIARIO NOT = "00"
                DISPLAY "NO SE PUDO CREAR DIARIOGL.DAT (STATUS "
                        WS-FS-DIARIO ")."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "DIARIOGL.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-DIARIO TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                CLOSE REPORTE-EXCEPCIONES
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ESCRIBE-ENCABEZADO.
            PERFORM ESCRIBE-CABECERA-DIARIO.
            MOVE 0 TO WS-RES-IDX.
            PERFORM UNTIL WS-RES-IDX >= WS-RES-CNT
                ADD 1 TO WS-RES-IDX
                PERFORM GENERA-ASIENTO
            END-PERFORM.
            PERFORM ESCRIBE-COLA-DIARIO.
            CLOSE DIARIO-MAYOR.
            PERFORM ESCRIBE-TOTALES.
            CLOSE REPORTE-EXCEPCIONES.
            MOVE WS-CNT-LINEAS-AUD TO CMN-CONTADOR-REG.
            PERFORM ESCRIBE-PASO-COMUN.
            IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                DISPLAY "INTERFAZ DE MAYOR: EL DIARIO NO BALANCEA. "
                        "VER EXCEPGL.DAT."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "DIARIOGL.DAT" TO ERR-ARCHIVO
                MOVE SPACES TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                MOVE 1 TO RETURN-CODE
            ELSE
                IF WS-CNT-SIN-TASA > 0
                    DISPLAY "INTERFAZ DE MAYOR: " WS-CNT-SIN-TASA
                            " RESUMENES SIN TIPO DE CAMBIO. VER "
                            "EXCEPGL.DAT."
                    MOVE "GENERA-ASIENTO" TO ERR-PARRAFO
                    MOVE "TIPCAMB.DAT" TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "W" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                    MOVE 2 TO RETURN-CODE
                END-IF
                IF WS-CNT-EXCEPCIONES > 0
                    DISPLAY "INTERFAZ DE MAYOR: " WS-CNT-EXCEPCIONES
                            " RESUMENES SIN CUENTA DE MAYOR. VER "
                            "EXCEPGL.DAT."
                    MOVE "GENERA-ASIENTO" TO ERR-PARRAFO
                    MOVE "MAYORXRF.DAT" TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "W" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                    MOVE 2 TO RETURN-CODE
                END-IF
                IF WS-CNT-EXCEPCIONES = 0 AND WS-CNT-SIN-TASA = 0
                    DISPLAY "INTERFAZ DE MAYOR: " WS-CNT-DETALLES
                            " LINEAS EN DIARIOGL.DAT, BALANCEADO."
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.

       CARGA-REFERENCIA.
      *Sin referencia cruzada toda cuenta queda en excepciones: el
      *paso no inventa cuentas de mayor.
            MOVE 0 TO WS-XRF-CNT.
            OPEN INPUT REFERENCIA-MAYOR.
            IF WS-FS-XREF NOT = "00"
                DISPLAY "MAYORXRF.DAT NO DISPONIBLE (STATUS "
                        WS-FS-XREF "): TODA CUENTA IRA A "
                        "EXCEPCIONES."
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ REFERENCIA-MAYOR
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM GUARDA-REFERENCIA
                    END-READ
                END-PERFORM
                CLOSE REFERENCIA-MAYOR
            END-IF.

       GUARDA-REFERENCIA.
            IF XRF-CUENTA NOT = SPACES
             AND XRF-CTA-MAYOR NOT = SPACES
             AND XRF-CTA-CONTRA NOT = SPACES
                IF WS-XRF-CNT < 500
                    ADD 1 TO WS-XRF-CNT
                    MOVE XRF-CUENTA TO WS-XRF-CUENTA(WS-XRF-CNT)
                    MOVE XRF-CTA-MAYOR TO WS-XRF-MAYOR(WS-XRF-CNT)
                    MOVE XRF-CTA-CONTRA TO WS-XRF-CONTRA(WS-XRF-CNT)
                ELSE
                    DISPLAY "AVISO: MAYORXRF.DAT EXCEDE 500 CUENTAS; "
                            "LAS EXCEDENTES IRAN A EXCEPCIONES."
                END-IF
            END-IF.

       CARGA-TASAS.
      *Sin TIPCAMB.DAT solo la moneda base tiene tasa: los resumenes
      *en otra moneda van a excepciones.
            MOVE 0 TO WS-TCB-CNT.
            OPEN INPUT TIPOS-CAMBIO.
            IF WS-FS-CAMBIOS NOT = "00"
                DISPLAY "TIPCAMB.DAT NO DISPONIBLE (STATUS "
                        WS-FS-CAMBIOS "): SOLO SE ASIENTA LA MONEDA "
                        "BASE."
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ TIPOS-CAMBIO
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM GUARDA-TASA
                    END-READ
                END-PERFORM
                CLOSE TIPOS-CAMBIO
            END-IF.
            IF TASAS-LLENO
                DISPLAY "AVISO: TIPCAMB.DAT EXCEDE 50 MONEDAS; LAS "
                        "EXCEDENTES IRAN A EXCEPCIONES."
            END-IF.

       GUARDA-TASA.
      *Misma regla que RESUMEN-DIARIO: la tasa de fecha mas reciente
      *en o antes de la fecha de negocio.
            IF TCB-FECHA <= WS-FECHA-RUN
             AND TCB-MONEDA NOT = SPACES
             AND TCB-TASA NUMERIC
             AND TCB-TASA > 0
                MOVE "N" TO WS-ENCONTRADO
                MOVE 0 TO WS-TCB-IDX
                PERFORM UNTIL ENCONTRADO OR WS-TCB-IDX >= WS-TCB-CNT
                    ADD 1 TO WS-TCB-IDX
                    IF WS-TCB-MONEDA(WS-TCB-IDX) = TCB-MONEDA
                        SET ENCONTRADO TO TRUE
                    END-IF
                END-PERFORM
                IF NOT ENCONTRADO
                    IF WS-TCB-CNT < 50
                        ADD 1 TO WS-TCB-CNT
                        MOVE WS-TCB-CNT TO WS-TCB-IDX
                        MOVE TCB-MONEDA TO WS-TCB-MONEDA(WS-TCB-IDX)
                        MOVE SPACES TO WS-TCB-FECHA(WS-TCB-IDX)
                        SET ENCONTRADO TO TRUE
                    ELSE
                        SET TASAS-LLENO TO TRUE
                    END-IF
                END-IF
                IF ENCONTRADO
                    IF WS-TCB-FECHA(WS-TCB-IDX) = SPACES
                     OR TCB-FECHA >= WS-TCB-FECHA(WS-TCB-IDX)
                        MOVE TCB-TASA TO WS-TCB-TASA(WS-TCB-IDX)
                        MOVE TCB-FECHA TO WS-TCB-FECHA(WS-TCB-IDX)
                    END-IF
                END-IF
            END-IF.

       RESUME-AUDITORIA.
            OPEN INPUT AUDITORIA.
            IF WS-FS-AUDITORIA NOT = "00"
                DISPLAY "AUDITLOG.DAT NO DISPONIBLE (STATUS "
                        WS-FS-AUDITORIA "): NO HAY DIARIO QUE GENERAR."
                MOVE "RESUME-AUDITORIA" TO ERR-PARRAFO
                MOVE "AUDITLOG.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-AUDITORIA TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE "N" TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ AUDITORIA
                    AT END
                        SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        PERFORM ACUMULA-LINEA
                END-READ
            END-PERFORM.
            CLOSE AUDITORIA.
            IF RESUMEN-LLENO
                DISPLAY "MAS DE 2000 COMBINACIONES CUENTA/OPERACION/"
                        "MONEDA EN EL DIA: EL DIARIO QUEDARIA "
                        "INCOMPLETO. ABORTANDO."
                MOVE "RESUME-AUDITORIA" TO ERR-PARRAFO
                MOVE "AUDITLOG.DAT" TO ERR-ARCHIVO
                MOVE SPACES TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.

       ACUMULA-LINEA.
      *Solo lineas posteadas de la fecha de negocio del run.
            IF AUDIT-TIMESTAMP(1:8) NOT = WS-FECHA-RUN
             OR AUDIT-DECISION(1:9) = "RECHAZADO"
             OR AUDIT-DECISION(1:7) = "TARIFA "
             OR AUDIT-DECISION(1:10) = "SIN TARIFA"
             OR AUDIT-RESULTADO NOT NUMERIC
                CONTINUE
            ELSE
                ADD 1 TO WS-CNT-LINEAS-AUD
                MOVE "N" TO WS-ENCONTRADO
                MOVE 0 TO WS-RES-IDX
                PERFORM UNTIL ENCONTRADO OR WS-RES-IDX >= WS-RES-CNT
                    ADD 1 TO WS-RES-IDX
                    IF WS-RES-CUENTA(WS-RES-IDX) = AUDIT-CUENTA
                     AND WS-RES-OPERACION(WS-RES-IDX)
                         = AUDIT-OPERACION
                     AND WS-RES-MONEDA(WS-RES-IDX) = AUDIT-MONEDA
                        SET ENCONTRADO TO TRUE
                    END-IF
                END-PERFORM
                IF NOT ENCONTRADO
                    IF WS-RES-CNT < 2000
                        ADD 1 TO WS-RES-CNT
                        MOVE WS-RES-CNT TO WS-RES-IDX
                        MOVE AUDIT-CUENTA TO WS-RES-CUENTA(WS-RES-IDX)
                        MOVE AUDIT-OPERACION
                            TO WS-RES-OPERACION(WS-RES-IDX)
                        MOVE AUDIT-MONEDA TO WS-RES-MONEDA(WS-RES-IDX)
                        MOVE 0 TO WS-RES-IMPORTE(WS-RES-IDX)
                        MOVE 0 TO WS-RES-LINEAS(WS-RES-IDX)
                        SET ENCONTRADO TO TRUE
                    ELSE
                        SET RESUMEN-LLENO TO TRUE
                    END-IF
                END-IF
                IF ENCONTRADO
                    ADD AUDIT-RESULTADO TO WS-RES-IMPORTE(WS-RES-IDX)
                    ADD 1 TO WS-RES-LINEAS(WS-RES-IDX)
                END-IF
            END-IF.

       GENERA-ASIENTO.
      *Resumen con tasa y cuenta de mayor: un par debe/haber por el
      *importe neto llevado a moneda base. Sin tasa o sin cuenta de
      *mayor: a excepciones, fuera del diario.
            PERFORM BUSCA-TASA-RESUMEN.
            IF NOT CON-TASA
                PERFORM ESCRIBE-EXCEPCION-TASA
            ELSE
                PERFORM ASIENTA-RESUMEN
            END-IF.

       BUSCA-TASA-RESUMEN.
            MOVE "N" TO WS-CON-TASA.
            MOVE 0 TO WS-TASA-RESUMEN.
            IF WS-RES-MONEDA(WS-RES-IDX) = SPACES
                MOVE 1 TO WS-TASA-RESUMEN
                SET CON-TASA TO TRUE
            ELSE
                MOVE 0 TO WS-TCB-IDX
                PERFORM UNTIL CON-TASA OR WS-TCB-IDX >= WS-TCB-CNT
                    ADD 1 TO WS-TCB-IDX
                    IF WS-TCB-MONEDA(WS-TCB-IDX)
                       = WS-RES-MONEDA(WS-RES-IDX)
                        MOVE WS-TCB-TASA(WS-TCB-IDX)
                            TO WS-TASA-RESUMEN
                        SET CON-TASA TO TRUE
                    END-IF
                END-PERFORM
            END-IF.
            IF CON-TASA
                COMPUTE WS-IMPORTE-BASE ROUNDED =
                    WS-RES-IMPORTE(WS-RES-IDX) * WS-TASA-RESUMEN
                    ON SIZE ERROR
                        MOVE "N" TO WS-CON-TASA
                END-COMPUTE
            END-IF.

       ASIENTA-RESUMEN.
            MOVE 0 TO WS-XRF-HALLADO.
            MOVE 0 TO WS-XRF-IDX.
            PERFORM UNTIL WS-XRF-HALLADO > 0 OR WS-XRF-IDX >= WS-XRF-CNT
                ADD 1 TO WS-XRF-IDX
                IF WS-XRF-CUENTA(WS-XRF-IDX) = WS-RES-CUENTA(WS-RES-IDX)
                    MOVE WS-XRF-IDX TO WS-XRF-HALLADO
                END-IF
            END-PERFORM.
            IF WS-XRF-HALLADO = 0
             OR WS-RES-CUENTA(WS-RES-IDX) = SPACES
                PERFORM ESCRIBE-EXCEPCION
            ELSE
                IF WS-IMPORTE-BASE NOT = 0
                    IF WS-IMPORTE-BASE > 0
                        MOVE WS-IMPORTE-BASE TO WS-IMPORTE-ABS
                        MOVE WS-RES-IMPORTE(WS-RES-IDX)
                            TO WS-IMPORTE-ORIG
                        MOVE WS-XRF-MAYOR(WS-XRF-HALLADO)
                            TO WS-CTA-DEBE
                        MOVE WS-XRF-CONTRA(WS-XRF-HALLADO)
                            TO WS-CTA-HABER
                    ELSE
                        COMPUTE WS-IMPORTE-ABS = 0 - WS-IMPORTE-BASE
                        COMPUTE WS-IMPORTE-ORIG =
                            0 - WS-RES-IMPORTE(WS-RES-IDX)
                        MOVE WS-XRF-CONTRA(WS-XRF-HALLADO)
                            TO WS-CTA-DEBE
                        MOVE WS-XRF-MAYOR(WS-XRF-HALLADO)
                            TO WS-CTA-HABER
                    END-IF
                    ADD 1 TO WS-ASIENTO
                    MOVE WS-CTA-DEBE TO WS-LINEA-CTA
                    MOVE "D" TO WS-LINEA-LADO
                    PERFORM ESCRIBE-LINEA-DIARIO
                    ADD WS-IMPORTE-ABS TO WS-TOTAL-DEBE
                    MOVE WS-CTA-HABER TO WS-LINEA-CTA
                    MOVE "C" TO WS-LINEA-LADO
                    PERFORM ESCRIBE-LINEA-DIARIO
                    ADD WS-IMPORTE-ABS TO WS-TOTAL-HABER
                END-IF
            END-IF.

       ESCRIBE-LINEA-DIARIO.
            MOVE SPACES TO GL-DETALLE.
            MOVE "D" TO GLD-TIPO.
            MOVE WS-ASIENTO TO GL-ASIENTO.
            MOVE WS-FECHA-RUN TO GL-FECHA.
            MOVE WS-LINEA-CTA TO GL-CTA-MAYOR.
            MOVE WS-LINEA-LADO TO GL-DEBE-HABER.
            MOVE WS-IMPORTE-ABS TO GL-IMPORTE.
            MOVE WS-RES-CUENTA(WS-RES-IDX) TO GL-CUENTA.
            MOVE WS-RES-OPERACION(WS-RES-IDX) TO GL-OPERACION.
            MOVE WS-RES-LINEAS(WS-RES-IDX) TO GL-LINEAS.
            MOVE "POSTEOS DEL DIA" TO GL-CONCEPTO.
            MOVE WS-RES-MONEDA(WS-RES-IDX) TO GL-MONEDA.
            MOVE WS-IMPORTE-ORIG TO GL-IMPORTE-ORIG.
            MOVE WS-TASA-RESUMEN TO GL-TASA.
            WRITE GL-DETALLE.
            ADD 1 TO WS-CNT-DETALLES.

       ESCRIBE-CABECERA-DIARIO.
            MOVE SPACES TO GL-CABECERA.
            MOVE "H" TO GLH-TIPO.
            MOVE WS-FECHA-RUN TO GLH-FECHA-NEG.
            MOVE "OPERBAS" TO GLH-ORIGEN.
            MOVE FUNCTION CURRENT-DATE(1:8) TO GLH-FECHA-CREACION.
            WRITE GL-CABECERA.

       ESCRIBE-COLA-DIARIO.
            MOVE SPACES TO GL-COLA.
            MOVE "T" TO GLT-TIPO.
            MOVE WS-CNT-DETALLES TO GLT-CONTADOR.
            MOVE WS-TOTAL-DEBE TO GLT-TOTAL-DEBE.
            MOVE WS-TOTAL-HABER TO GLT-TOTAL-HABER.
            MOVE WS-ASIENTO TO GLT-ASIENTOS.
            WRITE GL-COLA.

       ESCRIBE-EXCEPCION.
      *El importe se lista en la moneda del resumen; el total fuera
      *del diario va en moneda base.
            ADD 1 TO WS-CNT-EXCEPCIONES.
            ADD WS-IMPORTE-BASE TO WS-IMPORTE-EXCEPCION.
            PERFORM ARMA-LINEA-EXCEPCION.
            MOVE "** SIN CUENTA DE MAYOR EN MAYORXRF **"
                TO EXCEPCION-LINEA(41:37).
            WRITE EXCEPCION-LINEA.

       ESCRIBE-EXCEPCION-TASA.
      *Sin tasa no hay importe en base que sumar al total de fuera
      *del diario: se cuenta aparte.
            ADD 1 TO WS-CNT-SIN-TASA.
            PERFORM ARMA-LINEA-EXCEPCION.
            MOVE "** SIN TIPO DE CAMBIO EN TIPCAMB **"
                TO EXCEPCION-LINEA(41:35).
            WRITE EXCEPCION-LINEA.

       ARMA-LINEA-EXCEPCION.
            MOVE SPACES TO EXCEPCION-LINEA.
            IF WS-RES-CUENTA(WS-RES-IDX) = SPACES
                MOVE "(BLANCO)" TO EXCEPCION-LINEA(1:8)
            ELSE
                MOVE WS-RES-CUENTA(WS-RES-IDX) TO EXCEPCION-LINEA(1:8)
            END-IF.
            MOVE WS-RES-OPERACION(WS-RES-IDX) TO EXCEPCION-LINEA(11:1).
            MOVE WS-RES-LINEAS(WS-RES-IDX) TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EXCEPCION-LINEA(14:6).
            MOVE WS-RES-IMPORTE(WS-RES-IDX) TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO EXCEPCION-LINEA(22:13).
            MOVE WS-RES-MONEDA(WS-RES-IDX) TO EXCEPCION-LINEA(36:3).

       ESCRIBE-ENCABEZADO.
            MOVE SPACES TO EXCEPCION-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
                CMN-NOMBRE-JOB DELIMITED BY SIZE
                " FECHA:" DELIMITED BY SIZE
                CMN-FECHA-EJECUCION DELIMITED BY SIZE
                " OPER:" DELIMITED BY SIZE
                CMN-OPERADOR-ID DELIMITED BY SIZE
                INTO EXCEPCION-LINEA.
            WRITE EXCEPCION-LINEA.
            MOVE SPACES TO EXCEPCION-LINEA.
            MOVE "EXCEPCIONES DE LA INTERFAZ DE MAYOR - FECHA DE "
                TO EXCEPCION-LINEA.
            MOVE "NEGOCIO" TO EXCEPCION-LINEA(48:7).
            MOVE WS-FECHA-RUN TO EXCEPCION-LINEA(56:8).
            WRITE EXCEPCION-LINEA.
            MOVE SPACES TO EXCEPCION-LINEA.
            WRITE EXCEPCION-LINEA.
            MOVE "CUENTA    OP LINEAS       IMPORTE MON"
                TO EXCEPCION-LINEA.
            WRITE EXCEPCION-LINEA.

       ESCRIBE-TOTALES.
            MOVE SPACES TO EXCEPCION-LINEA.
            IF WS-CNT-EXCEPCIONES = 0 AND WS-CNT-SIN-TASA = 0
                MOVE "SIN EXCEPCIONES: TODA CUENTA POSTEADA TIENE "
                    TO EXCEPCION-LINEA
                MOVE "CUENTA DE MAYOR." TO EXCEPCION-LINEA(45:16)
                WRITE EXCEPCION-LINEA
            END-IF.
            MOVE SPACES TO EXCEPCION-LINEA.
            WRITE EXCEPCION-LINEA.
            MOVE "LINEAS DE AUDITORIA RESUMIDAS:" TO EXCEPCION-LINEA.
            MOVE WS-CNT-LINEAS-AUD TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EXCEPCION-LINEA(36:6).
            WRITE EXCEPCION-LINEA.
            MOVE SPACES TO EXCEPCION-LINEA.
            MOVE "ASIENTOS EN DIARIOGL.DAT:" TO EXCEPCION-LINEA.
            MOVE WS-ASIENTO TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EXCEPCION-LINEA(36:6).
            WRITE EXCEPCION-LINEA.
            MOVE SPACES TO EXCEPCION-LINEA.
            MOVE "TOTAL DEBE:" TO EXCEPCION-LINEA.
            MOVE WS-TOTAL-DEBE TO WS-ED-TOTAL.
            MOVE WS-ED-TOTAL TO EXCEPCION-LINEA(28:14).
            WRITE EXCEPCION-LINEA.
            MOVE SPACES TO EXCEPCION-LINEA.
            MOVE "TOTAL HABER:" TO EXCEPCION-LINEA.
            MOVE WS-TOTAL-HABER TO WS-ED-TOTAL.
            MOVE WS-ED-TOTAL TO EXCEPCION-LINEA(28:14).
            WRITE EXCEPCION-LINEA.
            MOVE SPACES TO EXCEPCION-LINEA.
            MOVE "RESUMENES EN EXCEPCION:" TO EXCEPCION-LINEA.
            MOVE WS-CNT-EXCEPCIONES TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EXCEPCION-LINEA(36:6).
            MOVE "IMPORTE FUERA DEL DIARIO:" TO EXCEPCION-LINEA(44:25).
            WRITE EXCEPCION-LINEA.
            MOVE SPACES TO EXCEPCION-LINEA.
            MOVE WS-IMPORTE-EXCEPCION TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO EXCEPCION-LINEA(56:13).
            WRITE EXCEPCION-LINEA.
            MOVE SPACES TO EXCEPCION-LINEA.
            MOVE "RESUMENES SIN TIPO DE CAMBIO:" TO EXCEPCION-LINEA.
            MOVE WS-CNT-SIN-TASA TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO EXCEPCION-LINEA(36:6).
            WRITE EXCEPCION-LINEA.

       ESCRIBE-PASO-COMUN.
      *Handoff de fin de paso para SUITE-NOCTURNA: los datos de
      *CMN-CABECERA quedan en CMNSTEP.DAT para el registro de
      *historial de la corrida. Si no se puede escribir solo se
      *avisa; el paso no falla por eso.
            OPEN OUTPUT PASO-COMUN.
            IF WS-FS-PASO-COMUN = "00"
                MOVE SPACES TO PASO-COMUN-REC
                MOVE CMN-NOMBRE-JOB TO PASO-NOMBRE-JOB
                MOVE CMN-FECHA-EJECUCION TO PASO-FECHA
                MOVE CMN-OPERADOR-ID TO PASO-OPERADOR
                MOVE CMN-CONTADOR-REG TO PASO-CONTADOR
                WRITE PASO-COMUN-REC
                CLOSE PASO-COMUN
            ELSE
                DISPLAY "AVISO: NO SE PUDO ESCRIBIR CMNSTEP.DAT "
                        "(STATUS " WS-FS-PASO-COMUN ")."
            END-IF.

       REPORTA-ERROR.
      *Toda falla pasa por el manejador comun de errores: queda
      *registrada en ERRLOG.DAT y la accion la decide su tabla de
      *severidades.
            MOVE CMN-NOMBRE-JOB TO ERR-PROGRAMA.
            CALL "MANEJA-ERRORES" USING CMN-CABECERA ERR-AREA.

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
       END PROGRAM INTERFAZ-MAYOR.
