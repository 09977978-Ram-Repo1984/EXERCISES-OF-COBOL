      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Rate-change impact simulation, run before CARGA-TARIFARIO
      * folds a new TARIFAS.Gaaaammdd generation into TARMAST.DAT, so
      * finance can approve a rate load on evidence: what the new
      * table changes and what it would have charged.
      * The incoming table is compared pair by pair (NUMERO and
      * MULTIPLICADOR) with the rate the master would replace - for
      * each pair, the entry with the latest effective date BEFORE
      * the new table's effective date. Entries already dated on that
      * effective date are left out, so a simulation rerun after the
      * load still shows the before/after picture. The report lists
      * the pairs the new table adds, the pairs whose amount changes
      * (with the difference and the percentage change) and the
      * pairs the new table no longer carries; CARGA-TARIFARIO merges
      * instead of replacing, so those keep their current rate and
      * are listed only so nobody expects them to disappear.
      * It then re-rates the last N days of TRANSOUT generations
      * (ending at the business date, FECHA-NEGOCIO) twice, under the
      * current rates and under the rates as they would stand after
      * the load, with the same rules as APLICA-TARIFAS (NUM1 as
      * NUMERO, NUM2 as MULTIPLICADOR, negative or non-numeric
      * values unrated), and totals the difference per day and per
      * account. A day without a generation is listed as such. The
      * generations are only read; TARIFADO-OUT is not touched.
      * A record covered by a fee schedule of TARMAST.DAT (the
      * version in effect on that day, picked as APLICA-TARIFAS
      * picks it) is charged by the schedule under both tables: a
      * TARIFAS load does not change schedules, so those records add
      * the same charge to both sides and are counted apart. The
      * charge is worked out as APLICA-TARIFAS does: marginal bands,
      * in the base currency with the latest TIPCAMB.DAT rate on or
      * before that day, and back in the account's currency; a record
      * whose currency has no rate that day counts as unrated on both
      * sides.
      * The simulation card SIMCARD.DAT gives the table date
      * (AAAAMMDD, blank = today's generation, the one
      * CARGA-TARIFARIO would load tonight) and N (three digits,
      * blank or zero = 7). The effective date is the one
      * CARGA-TARIFARIO would use: the TARVIG.DAT card when there is
      * one, otherwise the table date. Neither card is consumed.
      * The report is SIMTARIF.DAT. A missing incoming table, a
      * table or master larger than the in-core tables, or a report
      * that cannot be written ends the run with RETURN-CODE 1; a
      * missing TARMAST.DAT just means every incoming pair is new.
      * Record layouts come from copybooks/TARIFREC.cpy,
      * copybooks/TARMAST.cpy and copybooks/TRANSOUT.cpy.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULA-TARIFAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETA-SIMULACION ASSIGN TO "SIMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARJETA.
           SELECT TARJETA-VIGENCIA ASSIGN TO "TARVIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIGENCIA.
           SELECT ARCHIVO-TARIFAS
               ASSIGN TO DYNAMIC WS-NOMBRE-TARIFAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFAS.
           SELECT MAESTRO-TARIFAS ASSIGN TO "TARMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.
           SELECT TIPOS-CAMBIO ASSIGN TO "TIPCAMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS.
           SELECT TRANSACCIONES-OUT
               ASSIGN TO DYNAMIC WS-NOMBRE-TRANSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSOUT.
           SELECT REPORTE-SIMULACION ASSIGN TO "SIMTARIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-SIMULACION.
       01  SIMULACION-REC.
           05  SIM-FECHA-TABLA         PIC X(8).
           05  FILLER                  PIC X.
           05  SIM-DIAS                PIC X(3).

       FD  TARJETA-VIGENCIA.
       01  VIGENCIA-REC.
           05  VIG-FECHA               PIC X(8).

       FD  ARCHIVO-TARIFAS.
       COPY TARIFREC.

       FD  MAESTRO-TARIFAS.
       COPY TARMAST.

       FD  TIPOS-CAMBIO.
       COPY TIPCAMB.

       FD  TRANSACCIONES-OUT.
       COPY TRANSOUT.

       FD  REPORTE-SIMULACION.
       01  SIMULACION-LINEA            PIC X(100).

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       WORKING-STORAGE SECTION.
       01  WS-FS-TARJETA               PIC XX.
       01  WS-FS-VIGENCIA              PIC XX.
       01  WS-FS-TARIFAS               PIC XX.
       01  WS-FS-MAESTRO               PIC XX.
       01  WS-FS-TRANSOUT              PIC XX.
       01  WS-FS-CAMBIOS               PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-NOMBRE-TARIFAS           PIC X(17)
                                        VALUE "TARIFAS.G00000000".
       01  WS-NOMBRE-TRANSOUT          PIC X(18)
                                        VALUE "TRANSOUT.G00000000".
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
      *Fecha de la tabla entrante, su vigencia y dias a re-tarifar.
       01  WS-FECHA-TABLA              PIC X(8).
       01  WS-FECHA-VIGENCIA           PIC X(8).
       01  WS-ORIGEN-VIGENCIA          PIC X(30).
       01  WS-DIAS                     PIC 9(3) VALUE 7.
       01  WS-FECHA-NEGOCIO            PIC X(8).
       01  WS-FECHA-DESDE              PIC X(8).
       01  WS-FECHA-DIA                PIC X(8).
       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-DIA-ENTERO               PIC 9(8).
       01  WS-DIA-FIN                  PIC 9(8).
      *Un renglon por par NUMERO/MULTIPLICADOR: la tarifa que la
      *tabla nueva reemplazaria (la de vigencia mas reciente antes
      *de la nueva) y la que traeria la tabla nueva.
       01  WS-PAR-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-PARES.
           05  WS-PAR-ENT OCCURS 2000.
               10  WS-PAR-NUMERO       PIC 9(4).
               10  WS-PAR-MULT         PIC 9(4).
               10  WS-PAR-HAY-ACTUAL   PIC X.
                   88  PAR-HAY-ACTUAL  VALUE "S".
               10  WS-PAR-FECHA-ACT    PIC X(8).
               10  WS-PAR-MONTO-ACT    PIC 9(8).
               10  WS-PAR-EN-TABLA     PIC X.
                   88  PAR-EN-TABLA    VALUE "S".
               10  WS-PAR-MONTO-NVO    PIC 9(8).
       01  WS-IDX-PAR                  PIC 9(4).
       01  WS-BUSCA-NUMERO             PIC 9(4).
       01  WS-BUSCA-MULT               PIC 9(4).
      *Registros de escala del maestro y, resuelta por dia de la
      *ventana, la version vigente de cada escala.
       01  WS-ESC-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-ESCALAS.
           05  WS-ESC-ENT OCCURS 500.
               10  WS-ESC-ESCALA       PIC X(4).
               10  WS-ESC-TRAMO        PIC 9(4).
               10  WS-ESC-FECHA        PIC X(8).
               10  WS-ESC-OPERACION    PIC X.
               10  WS-ESC-MINIMO       PIC 9(8).
               10  WS-ESC-MAXIMO       PIC 9(8).
               10  WS-ESC-HASTA        PIC 9(10).
               10  WS-ESC-CLASE        PIC X.
               10  WS-ESC-PCT          PIC 9(3)V9(4).
               10  WS-ESC-FIJO         PIC 9(8).
       01  WS-VIG-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-VIGENTES.
           05  WS-VIG-ENT OCCURS 100.
               10  WS-VIG-ESCALA       PIC X(4).
               10  WS-VIG-FECHA        PIC X(8).
               10  WS-VIG-OPERACION    PIC X.
               10  WS-VIG-MINIMO       PIC 9(8).
               10  WS-VIG-MAXIMO       PIC 9(8).
       01  WS-IDX-ESC                  PIC 9(4).
       01  WS-IDX-VIG                  PIC 9(3).
       01  WS-VIG-HALLADA              PIC 9(3).
       01  WS-VIG-GENERAL              PIC 9(3).
       01  WS-OPER-TARIFA              PIC X.
      *Monto del registro sin signo, en su moneda y llevado a base.
       01  WS-MONTO-CUENTA             PIC 9(10).
       01  WS-MONTO-BASE               PIC 9(10).
       01  WS-CARGO                    PIC 9(10).
      *Tramos recorridos en orden: limite inferior del siguiente,
      *porcion del monto dentro del tramo y cargo acumulado.
       01  WS-LIMITE-INF               PIC 9(10).
       01  WS-TRAMO-PORCION            PIC 9(10).
       01  WS-CARGO-ACUM               PIC 9(12)V9(4).
       01  WS-FIN-TRAMOS               PIC X.
           88  FIN-TRAMOS              VALUE "S".
       01  WS-TRAMO-HALLADO            PIC 9(4).
       01  WS-TRAMO-ULTIMO             PIC 9(4).
       01  WS-IDX-TRAMO                PIC 9(4).
       01  WS-IDX-SIGUIENTE            PIC 9(4).
      *Tasas de TIPCAMB.DAT del dia que se re-tarifa: por moneda la
      *mas reciente en o antes de ese dia.
       01  WS-TCB-CNT                  PIC 9(2) VALUE 0.
       01  WS-TABLA-TASAS.
           05  WS-TCB-ENT OCCURS 50.
               10  WS-TCB-MONEDA       PIC X(3).
               10  WS-TCB-FECHA        PIC X(8).
               10  WS-TCB-TASA         PIC 9(5)V9(6).
       01  WS-TCB-IDX                  PIC 9(2).
       01  WS-TCB-HALLADA              PIC X.
           88  TCB-HALLADA             VALUE "S".
       01  WS-FIN-CAMBIOS              PIC X.
           88  FIN-CAMBIOS             VALUE "S".
       01  WS-TASA-REGISTRO            PIC 9(5)V9(6).
       01  WS-CON-TASA                 PIC X.
           88  CON-TASA                VALUE "S".
       01  WS-ENCONTRADO               PIC X.
           88  ENCONTRADO              VALUE "S".
      *Conteos de la comparacion de tablas.
       01  WS-CNT-ENTRANTES            PIC 9(5) VALUE 0.
       01  WS-CNT-NUEVOS               PIC 9(5) VALUE 0.
       01  WS-CNT-CAMBIAN              PIC 9(5) VALUE 0.
       01  WS-CNT-IGUALES              PIC 9(5) VALUE 0.
       01  WS-CNT-RETIRADOS            PIC 9(5) VALUE 0.
       01  WS-CNT-YA-CARGADAS          PIC 9(5) VALUE 0.
       01  WS-CNT-POSTERIORES          PIC 9(5) VALUE 0.
      *Tarifa de un registro bajo cada tabla.
       01  WS-TARIFA-ACT               PIC 9(8).
       01  WS-TARIFA-NVO               PIC 9(8).
       01  WS-HALLADA-ACT              PIC X.
           88  HALLADA-ACT             VALUE "S".
       01  WS-HALLADA-NVO              PIC X.
           88  HALLADA-NVO             VALUE "S".
      *Totales de un dia, de la ventana completa y por cuenta.
       01  WS-DIA-REGS                 PIC 9(6).
       01  WS-DIA-SIN-ACT              PIC 9(6).
       01  WS-DIA-SIN-NVO              PIC 9(6).
       01  WS-DIA-ACTUAL               PIC S9(12).
       01  WS-DIA-NUEVO                PIC S9(12).
       01  WS-TOT-REGS                 PIC 9(7) VALUE 0.
       01  WS-TOT-SIN-ACT              PIC 9(7) VALUE 0.
       01  WS-TOT-SIN-NVO              PIC 9(7) VALUE 0.
       01  WS-TOT-ACTUAL               PIC S9(12) VALUE 0.
       01  WS-TOT-NUEVO                PIC S9(12) VALUE 0.
       01  WS-TOT-POR-ESCALA           PIC 9(7) VALUE 0.
       01  WS-DIAS-CON-GEN             PIC 9(3) VALUE 0.
       01  WS-DIAS-SIN-GEN             PIC 9(3) VALUE 0.
      *Cuentas en orden de cuenta; las que no caben en la tabla se
      *acumulan juntas en un renglon de otras cuentas.
       01  WS-CTA-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-CUENTAS.
           05  WS-CTA-ENT OCCURS 500.
               10  WS-CTA-CUENTA       PIC X(8).
               10  WS-CTA-REGS         PIC 9(6).
               10  WS-CTA-SIN-ACT      PIC 9(6).
               10  WS-CTA-SIN-NVO      PIC 9(6).
               10  WS-CTA-ACTUAL       PIC S9(12).
               10  WS-CTA-NUEVO        PIC S9(12).
       01  WS-IDX-CTA                  PIC 9(3).
       01  WS-IDX-MOVER                PIC 9(3).
       01  WS-OTR-REGS                 PIC 9(6) VALUE 0.
       01  WS-OTR-SIN-ACT              PIC 9(6) VALUE 0.
       01  WS-OTR-SIN-NVO              PIC 9(6) VALUE 0.
       01  WS-OTR-ACTUAL               PIC S9(12) VALUE 0.
       01  WS-OTR-NUEVO                PIC S9(12) VALUE 0.
      *Renglon de impacto en curso (dia, cuenta o total).
       01  WS-LIN-ETIQUETA             PIC X(8).
       01  WS-LIN-REGS                 PIC 9(7).
       01  WS-LIN-SIN-ACT              PIC 9(7).
       01  WS-LIN-SIN-NVO              PIC 9(7).
       01  WS-LIN-ACTUAL               PIC S9(12).
       01  WS-LIN-NUEVO                PIC S9(12).
      *Variacion porcentual: (nuevo - actual) * 100 / actual; sin
      *base (actual cero) no hay porcentaje que mostrar.
       01  WS-BASE-PCT                 PIC S9(12).
       01  WS-NUEVO-PCT                PIC S9(12).
       01  WS-PCT                      PIC S9(7)V99.
       01  WS-PCT-TEXTO                PIC X(11).
      *Campos de edicion.
       01  WS-ED-CLAVE                 PIC 9(4).
       01  WS-ED-MONTO                 PIC Z(7)9.
       01  WS-ED-DIF-TARIFA            PIC -(8)9.
       01  WS-ED-REGS                  PIC Z(6)9.
       01  WS-ED-TOTAL                 PIC -(12)9.
       01  WS-ED-PCT                   PIC -(6)9.99.
       01  WS-ED-CNT                   PIC ZZZZ9.
       01  WS-ED-DIAS                  PIC ZZ9.
       01  WS-DIFERENCIA               PIC S9(12).
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
           05  WS-MES                  PIC 99.
           05  WS-DIA                  PIC 99.
       COPY CMNHDR.
       COPY FECHALNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "SIMULA-TARIFAS" TO CMN-NOMBRE-JOB.
            PERFORM FORMATEA-FECHA-EJECUCION.
            MOVE 0 TO CMN-CONTADOR-REG.
            MOVE SPACES TO CMN-OPERADOR-ID.
            PERFORM LEE-OPERADOR-CARD.
      *La ventana de re-tarifado termina en la fecha de negocio: las
      *generaciones TRANSOUT quedan estampadas con ella.
            CALL "FECHA-NEGOCIO" USING FECHA-AREA.
            MOVE FN-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO.
            PERFORM LEE-TARJETA-SIMULACION.
            MOVE WS-FECHA-TABLA TO WS-NOMBRE-TARIFAS(10:8).
            PERFORM LEE-TARJETA-VIGENCIA.
            PERFORM CARGA-MAESTRO.
            PERFORM CARGA-TABLA-NUEVA.
            OPEN OUTPUT REPORTE-SIMULACION.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR SIMTARIF.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ESCRIBE-ENCABEZADO.
            PERFORM ESCRIBE-COMPARACION.
            PERFORM RETARIFA-VENTANA.
            PERFORM ESCRIBE-CUENTAS.
            PERFORM ESCRIBE-TOTAL-GENERAL.
            CLOSE REPORTE-SIMULACION.
            COMPUTE WS-DIFERENCIA = WS-TOT-NUEVO - WS-TOT-ACTUAL.
            MOVE WS-DIFERENCIA TO WS-ED-TOTAL.
            DISPLAY "SIMULACION DE " WS-NOMBRE-TARIFAS ": "
                    WS-CNT-NUEVOS " NUEVOS, " WS-CNT-CAMBIAN
                    " CAMBIAN, " WS-CNT-RETIRADOS " RETIRADOS. "
                    "IMPACTO EN LA VENTANA: " WS-ED-TOTAL
                    ". REPORTE EN SIMTARIF.DAT.".
            MOVE 0 TO RETURN-CODE.
            GOBACK.

       LEE-TARJETA-SIMULACION.
      *Sin tarjeta (o con campos en blanco) se simula la generacion
      *de hoy, la que CARGA-TARIFARIO cargaria esta noche, sobre
      *los ultimos 7 dias.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-TABLA.
            MOVE 7 TO WS-DIAS.
            OPEN INPUT TARJETA-SIMULACION.
            IF WS-FS-TARJETA = "00"
                READ TARJETA-SIMULACION
                    AT END
                        DISPLAY "SIMCARD.DAT VACIO: SE SIMULA LA "
                                "TABLA DE HOY SOBRE 7 DIAS."
                    NOT AT END
                        IF SIM-FECHA-TABLA NUMERIC
                            MOVE SIM-FECHA-TABLA TO WS-FECHA-TABLA
                        END-IF
                        IF SIM-DIAS NUMERIC
                            MOVE SIM-DIAS TO WS-DIAS
                        END-IF
                        IF WS-DIAS = 0
                            MOVE 7 TO WS-DIAS
                        END-IF
                END-READ
                CLOSE TARJETA-SIMULACION
            ELSE
                DISPLAY "SIMCARD.DAT NO DISPONIBLE (STATUS "
                        WS-FS-TARJETA "): SE SIMULA LA TABLA DE HOY "
                        "SOBRE 7 DIAS."
            END-IF.

       LEE-TARJETA-VIGENCIA.
      *La misma vigencia que usaria CARGA-TARIFARIO; la tarjeta solo
      *se lee, la consume la carga.
            MOVE WS-FECHA-TABLA TO WS-FECHA-VIGENCIA.
            MOVE "FECHA DE LA TABLA" TO WS-ORIGEN-VIGENCIA.
            OPEN INPUT TARJETA-VIGENCIA.
            IF WS-FS-VIGENCIA = "00"
                READ TARJETA-VIGENCIA
                    AT END
                        CONTINUE
                    NOT AT END
                        IF VIG-FECHA NUMERIC
                            MOVE VIG-FECHA TO WS-FECHA-VIGENCIA
                            MOVE "TARJETA TARVIG.DAT"
                                TO WS-ORIGEN-VIGENCIA
                        END-IF
                END-READ
                CLOSE TARJETA-VIGENCIA
            END-IF.

       CARGA-MAESTRO.
      *Por par, la entrada de vigencia mas reciente anterior a la de
      *la tabla nueva es la que esta reemplazaria. Las entradas con
      *la misma vigencia son una carga ya hecha de esta tabla y se
      *dejan fuera; las posteriores seguiran mandando en su fecha y
      *solo se cuentan.
            OPEN INPUT MAESTRO-TARIFAS.
            IF WS-FS-MAESTRO NOT = "00"
                DISPLAY "AVISO: TARMAST.DAT NO DISPONIBLE (STATUS "
                        WS-FS-MAESTRO "); TODOS LOS PARES DE LA "
                        "TABLA SON NUEVOS."
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ MAESTRO-TARIFAS
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF TARM-ES-ESCALA
                                PERFORM GUARDA-ESCALA
                            ELSE
                                IF TARM-NUMERO NUMERIC
                                 AND TARM-MULTIPLICADOR NUMERIC
                                 AND TARM-FECHA-VIG NUMERIC
                                 AND TARM-MONTO NUMERIC
                                    PERFORM TOMA-ENTRADA-MAESTRO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MAESTRO-TARIFAS
            END-IF.

       TOMA-ENTRADA-MAESTRO.
            IF TARM-FECHA-VIG = WS-FECHA-VIGENCIA
                ADD 1 TO WS-CNT-YA-CARGADAS
            ELSE
                IF TARM-FECHA-VIG > WS-FECHA-VIGENCIA
                    ADD 1 TO WS-CNT-POSTERIORES
                ELSE
                    MOVE TARM-NUMERO TO WS-BUSCA-NUMERO
                    MOVE TARM-MULTIPLICADOR TO WS-BUSCA-MULT
                    PERFORM UBICA-PAR
                    IF NOT PAR-HAY-ACTUAL(WS-IDX-PAR)
                     OR TARM-FECHA-VIG > WS-PAR-FECHA-ACT(WS-IDX-PAR)
                        MOVE "S" TO WS-PAR-HAY-ACTUAL(WS-IDX-PAR)
                        MOVE TARM-FECHA-VIG
                            TO WS-PAR-FECHA-ACT(WS-IDX-PAR)
                        MOVE TARM-MONTO TO WS-PAR-MONTO-ACT(WS-IDX-PAR)
                    END-IF
                END-IF
            END-IF.

       GUARDA-ESCALA.
      *Las escalas se guardan con todas sus vigencias; la de cada dia
      *se resuelve al re-tarifarlo.
            IF TARM-ESCALA NOT = SPACES
             AND TARM-TRAMO NUMERIC
             AND TARM-FECHA-VIG NUMERIC
                IF WS-ESC-CNT >= 500
                    DISPLAY "TARMAST.DAT EXCEDE LOS 500 REGISTROS DE "
                            "ESCALA QUE SOPORTA ESTE PROGRAMA. "
                            "ABORTANDO."
                    CLOSE MAESTRO-TARIFAS
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-ESC-CNT
                MOVE TARM-ESCALA TO WS-ESC-ESCALA(WS-ESC-CNT)
                MOVE TARM-TRAMO TO WS-ESC-TRAMO(WS-ESC-CNT)
                MOVE TARM-FECHA-VIG TO WS-ESC-FECHA(WS-ESC-CNT)
                MOVE SPACE TO WS-ESC-OPERACION(WS-ESC-CNT)
                MOVE 0 TO WS-ESC-MINIMO(WS-ESC-CNT)
                MOVE 0 TO WS-ESC-MAXIMO(WS-ESC-CNT)
                MOVE 0 TO WS-ESC-HASTA(WS-ESC-CNT)
                MOVE SPACE TO WS-ESC-CLASE(WS-ESC-CNT)
                MOVE 0 TO WS-ESC-PCT(WS-ESC-CNT)
                MOVE 0 TO WS-ESC-FIJO(WS-ESC-CNT)
                IF TARM-TRAMO = 0
                    MOVE TARM-ESC-OPERACION
                        TO WS-ESC-OPERACION(WS-ESC-CNT)
                    IF TARM-ESC-MINIMO NUMERIC
                        MOVE TARM-ESC-MINIMO
                            TO WS-ESC-MINIMO(WS-ESC-CNT)
                    END-IF
                    IF TARM-ESC-MAXIMO NUMERIC
                        MOVE TARM-ESC-MAXIMO
                            TO WS-ESC-MAXIMO(WS-ESC-CNT)
                    END-IF
                ELSE
                    IF TARM-ESC-HASTA NUMERIC
                        MOVE TARM-ESC-HASTA TO WS-ESC-HASTA(WS-ESC-CNT)
                    END-IF
                    MOVE TARM-ESC-CLASE TO WS-ESC-CLASE(WS-ESC-CNT)
                    IF TARM-ESC-PORCENTAJE AND TARM-ESC-PCT NUMERIC
                        MOVE TARM-ESC-PCT TO WS-ESC-PCT(WS-ESC-CNT)
                    END-IF
                    IF TARM-ESC-FIJO AND TARM-MONTO NUMERIC
                        MOVE TARM-MONTO TO WS-ESC-FIJO(WS-ESC-CNT)
                    END-IF
                END-IF
            END-IF.

       CARGA-TABLA-NUEVA.
      *Sin tabla entrante no hay nada que simular. Un par repetido
      *en la tabla queda con su ultimo monto, igual que en la carga.
            OPEN INPUT ARCHIVO-TARIFAS.
            IF WS-FS-TARIFAS NOT = "00"
                DISPLAY WS-NOMBRE-TARIFAS " NO DISPONIBLE (STATUS "
                        WS-FS-TARIFAS "): NO HAY TABLA QUE SIMULAR."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE "N" TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ ARCHIVO-TARIFAS
                    AT END
                        SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        IF TAR-NUMERO NUMERIC
                         AND TAR-MULTIPLICADOR NUMERIC
                         AND TAR-MONTO NUMERIC
                            ADD 1 TO WS-CNT-ENTRANTES
                            MOVE TAR-NUMERO TO WS-BUSCA-NUMERO
                            MOVE TAR-MULTIPLICADOR TO WS-BUSCA-MULT
                            PERFORM UBICA-PAR
                            MOVE "S" TO WS-PAR-EN-TABLA(WS-IDX-PAR)
                            MOVE TAR-MONTO
                                TO WS-PAR-MONTO-NVO(WS-IDX-PAR)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ARCHIVO-TARIFAS.

       UBICA-PAR.
      *Deja en WS-IDX-PAR el renglon del par buscado, abriendolo si
      *no estaba. Mas pares que la tabla en memoria: mejor abortar
      *que simular con una tabla recortada en silencio.
            PERFORM BUSCA-PAR.
            IF NOT ENCONTRADO
                IF WS-PAR-CNT >= 2000
                    DISPLAY "EL MAESTRO Y LA TABLA NUEVA EXCEDEN LOS "
                            "2000 PARES QUE SOPORTA ESTE PROGRAMA. "
                            "ABORTANDO."
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-PAR-CNT
                MOVE WS-PAR-CNT TO WS-IDX-PAR
                MOVE WS-BUSCA-NUMERO TO WS-PAR-NUMERO(WS-IDX-PAR)
                MOVE WS-BUSCA-MULT TO WS-PAR-MULT(WS-IDX-PAR)
                MOVE "N" TO WS-PAR-HAY-ACTUAL(WS-IDX-PAR)
                MOVE SPACES TO WS-PAR-FECHA-ACT(WS-IDX-PAR)
                MOVE 0 TO WS-PAR-MONTO-ACT(WS-IDX-PAR)
                MOVE "N" TO WS-PAR-EN-TABLA(WS-IDX-PAR)
                MOVE 0 TO WS-PAR-MONTO-NVO(WS-IDX-PAR)
            END-IF.

       BUSCA-PAR.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-IDX-PAR.
            PERFORM UNTIL ENCONTRADO OR WS-IDX-PAR >= WS-PAR-CNT
                ADD 1 TO WS-IDX-PAR
                IF WS-PAR-NUMERO(WS-IDX-PAR) = WS-BUSCA-NUMERO
                 AND WS-PAR-MULT(WS-IDX-PAR) = WS-BUSCA-MULT
                    SET ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.

       ESCRIBE-ENCABEZADO.
            MOVE SPACES TO SIMULACION-LINEA.
            STRING "JOB:" CMN-NOMBRE-JOB
                   " FECHA:" CMN-FECHA-EJECUCION
                   " OPER:" CMN-OPERADOR-ID
                   DELIMITED BY SIZE INTO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE "SIMULACION DE IMPACTO DE CAMBIO DE TARIFAS"
                TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE SPACES TO SIMULACION-LINEA.
            STRING "TABLA NUEVA: " WS-NOMBRE-TARIFAS
                   "  VIGENCIA: " WS-FECHA-VIGENCIA
                   " (" DELIMITED BY SIZE
                   WS-ORIGEN-VIGENCIA DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE SPACES TO SIMULACION-LINEA.
            STRING "COMPARADA CONTRA TARMAST.DAT: LA TARIFA DE CADA "
                   "PAR CON VIGENCIA ANTERIOR A " WS-FECHA-VIGENCIA
                   DELIMITED BY SIZE INTO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            IF WS-CNT-YA-CARGADAS > 0
                MOVE WS-CNT-YA-CARGADAS TO WS-ED-CNT
                MOVE SPACES TO SIMULACION-LINEA
                STRING "  ENTRADAS DEL MAESTRO YA CARGADAS CON ESA "
                       "VIGENCIA (EXCLUIDAS): " WS-ED-CNT
                       DELIMITED BY SIZE INTO SIMULACION-LINEA
                WRITE SIMULACION-LINEA
            END-IF.
            IF WS-CNT-POSTERIORES > 0
                MOVE WS-CNT-POSTERIORES TO WS-ED-CNT
                MOVE SPACES TO SIMULACION-LINEA
                STRING "  ENTRADAS DEL MAESTRO CON VIGENCIA POSTERIOR "
                       "(SEGUIRAN MANDANDO EN SU FECHA): " WS-ED-CNT
                       DELIMITED BY SIZE INTO SIMULACION-LINEA
                WRITE SIMULACION-LINEA
            END-IF.

       ESCRIBE-COMPARACION.
            MOVE SPACES TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE "PARES NUEVOS (SIN TARIFA ANTERIOR EN EL MAESTRO)"
                TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            PERFORM ESCRIBE-TITULO-PARES.
            MOVE 0 TO WS-IDX-PAR.
            PERFORM UNTIL WS-IDX-PAR >= WS-PAR-CNT
                ADD 1 TO WS-IDX-PAR
                IF PAR-EN-TABLA(WS-IDX-PAR)
                 AND NOT PAR-HAY-ACTUAL(WS-IDX-PAR)
                    ADD 1 TO WS-CNT-NUEVOS
                    PERFORM ESCRIBE-PAR
                END-IF
            END-PERFORM.
            IF WS-CNT-NUEVOS = 0
                MOVE "  (NINGUNO)" TO SIMULACION-LINEA
                WRITE SIMULACION-LINEA
            END-IF.
            MOVE SPACES TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE "PARES CON CAMBIO DE MONTO" TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            PERFORM ESCRIBE-TITULO-PARES.
            MOVE 0 TO WS-IDX-PAR.
            PERFORM UNTIL WS-IDX-PAR >= WS-PAR-CNT
                ADD 1 TO WS-IDX-PAR
                IF PAR-EN-TABLA(WS-IDX-PAR)
                 AND PAR-HAY-ACTUAL(WS-IDX-PAR)
                    IF WS-PAR-MONTO-NVO(WS-IDX-PAR)
                     = WS-PAR-MONTO-ACT(WS-IDX-PAR)
                        ADD 1 TO WS-CNT-IGUALES
                    ELSE
                        ADD 1 TO WS-CNT-CAMBIAN
                        PERFORM ESCRIBE-PAR
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-CNT-CAMBIAN = 0
                MOVE "  (NINGUNO)" TO SIMULACION-LINEA
                WRITE SIMULACION-LINEA
            END-IF.
      *La carga funde, no reemplaza: un par que la tabla nueva ya no
      *trae conserva su tarifa en el maestro.
            MOVE SPACES TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE SPACES TO SIMULACION-LINEA.
            STRING "PARES RETIRADOS DE LA TABLA NUEVA (LA CARGA NO "
                   "LOS BORRA: SIGUE VIGENTE LA TARIFA ACTUAL)"
                   DELIMITED BY SIZE INTO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            PERFORM ESCRIBE-TITULO-PARES.
            MOVE 0 TO WS-IDX-PAR.
            PERFORM UNTIL WS-IDX-PAR >= WS-PAR-CNT
                ADD 1 TO WS-IDX-PAR
                IF PAR-HAY-ACTUAL(WS-IDX-PAR)
                 AND NOT PAR-EN-TABLA(WS-IDX-PAR)
                    ADD 1 TO WS-CNT-RETIRADOS
                    PERFORM ESCRIBE-PAR
                END-IF
            END-PERFORM.
            IF WS-CNT-RETIRADOS = 0
                MOVE "  (NINGUNO)" TO SIMULACION-LINEA
                WRITE SIMULACION-LINEA
            END-IF.
            MOVE SPACES TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE SPACES TO SIMULACION-LINEA.
            MOVE "PARES EN LA TABLA NUEVA:" TO SIMULACION-LINEA(1:24).
            MOVE WS-CNT-ENTRANTES TO WS-ED-CNT.
            MOVE WS-ED-CNT TO SIMULACION-LINEA(26:5).
            MOVE "NUEVOS:" TO SIMULACION-LINEA(33:7).
            MOVE WS-CNT-NUEVOS TO WS-ED-CNT.
            MOVE WS-ED-CNT TO SIMULACION-LINEA(41:5).
            MOVE "CAMBIAN:" TO SIMULACION-LINEA(48:8).
            MOVE WS-CNT-CAMBIAN TO WS-ED-CNT.
            MOVE WS-ED-CNT TO SIMULACION-LINEA(57:5).
            MOVE "SIN CAMBIO:" TO SIMULACION-LINEA(64:11).
            MOVE WS-CNT-IGUALES TO WS-ED-CNT.
            MOVE WS-ED-CNT TO SIMULACION-LINEA(76:5).
            MOVE "RETIRADOS:" TO SIMULACION-LINEA(83:10).
            MOVE WS-CNT-RETIRADOS TO WS-ED-CNT.
            MOVE WS-ED-CNT TO SIMULACION-LINEA(94:5).
            WRITE SIMULACION-LINEA.

       ESCRIBE-TITULO-PARES.
            MOVE SPACES TO SIMULACION-LINEA.
            STRING " NUMERO MULT VIG ACTUAL MONTO ACTUAL MONTO NUEVO"
                   "  DIFERENCIA         PCT"
                   DELIMITED BY SIZE INTO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.

       ESCRIBE-PAR.
            MOVE SPACES TO SIMULACION-LINEA.
            MOVE WS-PAR-NUMERO(WS-IDX-PAR) TO WS-ED-CLAVE.
            MOVE WS-ED-CLAVE TO SIMULACION-LINEA(4:4).
            MOVE WS-PAR-MULT(WS-IDX-PAR) TO WS-ED-CLAVE.
            MOVE WS-ED-CLAVE TO SIMULACION-LINEA(9:4).
            IF PAR-HAY-ACTUAL(WS-IDX-PAR)
                MOVE WS-PAR-FECHA-ACT(WS-IDX-PAR)
                    TO SIMULACION-LINEA(14:8)
                MOVE WS-PAR-MONTO-ACT(WS-IDX-PAR) TO WS-ED-MONTO
                MOVE WS-ED-MONTO TO SIMULACION-LINEA(29:8)
            END-IF.
            IF PAR-EN-TABLA(WS-IDX-PAR)
                MOVE WS-PAR-MONTO-NVO(WS-IDX-PAR) TO WS-ED-MONTO
                MOVE WS-ED-MONTO TO SIMULACION-LINEA(41:8)
            END-IF.
            IF PAR-EN-TABLA(WS-IDX-PAR)
             AND PAR-HAY-ACTUAL(WS-IDX-PAR)
                COMPUTE WS-DIFERENCIA =
                    WS-PAR-MONTO-NVO(WS-IDX-PAR)
                    - WS-PAR-MONTO-ACT(WS-IDX-PAR)
                MOVE WS-DIFERENCIA TO WS-ED-DIF-TARIFA
                MOVE WS-ED-DIF-TARIFA TO SIMULACION-LINEA(52:9)
                MOVE WS-PAR-MONTO-ACT(WS-IDX-PAR) TO WS-BASE-PCT
                MOVE WS-PAR-MONTO-NVO(WS-IDX-PAR) TO WS-NUEVO-PCT
                PERFORM CALCULA-PCT
                MOVE WS-PCT-TEXTO TO SIMULACION-LINEA(62:11)
            END-IF.
            WRITE SIMULACION-LINEA.

       RETARIFA-VENTANA.
      *Los N dias calendario que terminan en la fecha de negocio, del
      *mas viejo al mas nuevo; cada dia es su generacion TRANSOUT.
            MOVE WS-FECHA-NEGOCIO TO WS-FECHA-NUM.
            COMPUTE WS-DIA-FIN = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM).
            COMPUTE WS-DIA-ENTERO = WS-DIA-FIN - WS-DIAS + 1.
            COMPUTE WS-FECHA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
            MOVE WS-FECHA-NUM TO WS-FECHA-DESDE.
            MOVE SPACES TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE WS-DIAS TO WS-ED-DIAS.
            MOVE SPACES TO SIMULACION-LINEA.
            STRING "IMPACTO POR DIA: ULTIMOS " WS-ED-DIAS
                   " DIAS, " WS-FECHA-DESDE " A " WS-FECHA-NEGOCIO
                   " (TRANSOUT RE-TARIFADO CON AMBAS TABLAS)"
                   DELIMITED BY SIZE INTO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE "FECHA" TO WS-LIN-ETIQUETA.
            PERFORM ESCRIBE-TITULO-IMPACTO.
            PERFORM UNTIL WS-DIA-ENTERO > WS-DIA-FIN
                COMPUTE WS-FECHA-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
                MOVE WS-FECHA-NUM TO WS-FECHA-DIA
                PERFORM RETARIFA-DIA
                ADD 1 TO WS-DIA-ENTERO
            END-PERFORM.

       ESCRIBE-TITULO-IMPACTO.
            MOVE SPACES TO SIMULACION-LINEA.
            MOVE "--SIN TARIFA--" TO SIMULACION-LINEA(22:14).
            WRITE SIMULACION-LINEA.
            MOVE SPACES TO SIMULACION-LINEA.
            MOVE WS-LIN-ETIQUETA TO SIMULACION-LINEA(2:8).
            MOVE "REGS." TO SIMULACION-LINEA(14:5).
            MOVE "ACTUAL" TO SIMULACION-LINEA(22:6).
            MOVE "NUEVA" TO SIMULACION-LINEA(31:5).
            MOVE "TARIF. ACTUAL" TO SIMULACION-LINEA(38:13).
            MOVE " TARIF. NUEVO" TO SIMULACION-LINEA(53:13).
            MOVE "   DIFERENCIA" TO SIMULACION-LINEA(68:13).
            MOVE "PCT" TO SIMULACION-LINEA(90:3).
            WRITE SIMULACION-LINEA.

       RETARIFA-DIA.
            MOVE 0 TO WS-DIA-REGS.
            MOVE 0 TO WS-DIA-SIN-ACT.
            MOVE 0 TO WS-DIA-SIN-NVO.
            MOVE 0 TO WS-DIA-ACTUAL.
            MOVE 0 TO WS-DIA-NUEVO.
            MOVE WS-FECHA-DIA TO WS-NOMBRE-TRANSOUT(11:8).
            PERFORM RESUELVE-ESCALAS.
            PERFORM CARGA-TASAS-DIA.
            OPEN INPUT TRANSACCIONES-OUT.
            IF WS-FS-TRANSOUT NOT = "00"
                ADD 1 TO WS-DIAS-SIN-GEN
                MOVE SPACES TO SIMULACION-LINEA
                MOVE WS-FECHA-DIA TO SIMULACION-LINEA(2:8)
                MOVE "SIN GENERACION" TO SIMULACION-LINEA(12:14)
                MOVE WS-NOMBRE-TRANSOUT TO SIMULACION-LINEA(27:18)
                WRITE SIMULACION-LINEA
            ELSE
                ADD 1 TO WS-DIAS-CON-GEN
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ TRANSACCIONES-OUT
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM RETARIFA-REGISTRO
                    END-READ
                END-PERFORM
                CLOSE TRANSACCIONES-OUT
                MOVE WS-FECHA-DIA TO WS-LIN-ETIQUETA
                MOVE WS-DIA-REGS TO WS-LIN-REGS
                MOVE WS-DIA-SIN-ACT TO WS-LIN-SIN-ACT
                MOVE WS-DIA-SIN-NVO TO WS-LIN-SIN-NVO
                MOVE WS-DIA-ACTUAL TO WS-LIN-ACTUAL
                MOVE WS-DIA-NUEVO TO WS-LIN-NUEVO
                PERFORM ESCRIBE-IMPACTO
                ADD WS-DIA-REGS TO WS-TOT-REGS
                ADD WS-DIA-SIN-ACT TO WS-TOT-SIN-ACT
                ADD WS-DIA-SIN-NVO TO WS-TOT-SIN-NVO
                ADD WS-DIA-ACTUAL TO WS-TOT-ACTUAL
                ADD WS-DIA-NUEVO TO WS-TOT-NUEVO
            END-IF.

       RESUELVE-ESCALAS.
      *Por escala, la cabecera de mayor vigencia que no pase del dia
      *que se re-tarifa. Una version retirada (operacion en blanco)
      *o sin tramos no tarifa nada.
            MOVE 0 TO WS-VIG-CNT.
            MOVE 0 TO WS-IDX-ESC.
            PERFORM UNTIL WS-IDX-ESC >= WS-ESC-CNT
                ADD 1 TO WS-IDX-ESC
                IF WS-ESC-TRAMO(WS-IDX-ESC) = 0
                 AND WS-ESC-FECHA(WS-IDX-ESC) <= WS-FECHA-DIA
                    PERFORM TOMA-CABECERA-VIGENTE
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-IDX-VIG.
            PERFORM UNTIL WS-IDX-VIG >= WS-VIG-CNT
                ADD 1 TO WS-IDX-VIG
                MOVE "N" TO WS-ENCONTRADO
                MOVE 0 TO WS-IDX-ESC
                PERFORM UNTIL WS-IDX-ESC >= WS-ESC-CNT
                    ADD 1 TO WS-IDX-ESC
                    IF WS-ESC-ESCALA(WS-IDX-ESC)
                     = WS-VIG-ESCALA(WS-IDX-VIG)
                     AND WS-ESC-FECHA(WS-IDX-ESC)
                     = WS-VIG-FECHA(WS-IDX-VIG)
                     AND WS-ESC-TRAMO(WS-IDX-ESC) > 0
                        SET ENCONTRADO TO TRUE
                    END-IF
                END-PERFORM
                IF NOT ENCONTRADO
                    MOVE SPACE TO WS-VIG-OPERACION(WS-IDX-VIG)
                END-IF
            END-PERFORM.

       CARGA-TASAS-DIA.
      *Las tasas vigentes el dia que se re-tarifa; solo hacen falta
      *si ese dia hay escalas. Sin TIPCAMB.DAT solo la moneda base
      *se tarifa por escala.
            MOVE 0 TO WS-TCB-CNT.
            IF WS-VIG-CNT > 0
                OPEN INPUT TIPOS-CAMBIO
                IF WS-FS-CAMBIOS = "00"
                    MOVE "N" TO WS-FIN-CAMBIOS
                    PERFORM UNTIL FIN-CAMBIOS
                        READ TIPOS-CAMBIO
                            AT END
                                SET FIN-CAMBIOS TO TRUE
                            NOT AT END
                                PERFORM GUARDA-TASA
                        END-READ
                    END-PERFORM
                    CLOSE TIPOS-CAMBIO
                END-IF
            END-IF.

       GUARDA-TASA.
            IF TCB-FECHA <= WS-FECHA-DIA
             AND TCB-MONEDA NOT = SPACES
             AND TCB-TASA NUMERIC
             AND TCB-TASA > 0
                MOVE "N" TO WS-TCB-HALLADA
                MOVE 0 TO WS-TCB-IDX
                PERFORM UNTIL TCB-HALLADA OR WS-TCB-IDX >= WS-TCB-CNT
                    ADD 1 TO WS-TCB-IDX
                    IF WS-TCB-MONEDA(WS-TCB-IDX) = TCB-MONEDA
                        SET TCB-HALLADA TO TRUE
                    END-IF
                END-PERFORM
                IF NOT TCB-HALLADA AND WS-TCB-CNT < 50
                    ADD 1 TO WS-TCB-CNT
                    MOVE WS-TCB-CNT TO WS-TCB-IDX
                    MOVE TCB-MONEDA TO WS-TCB-MONEDA(WS-TCB-IDX)
                    MOVE SPACES TO WS-TCB-FECHA(WS-TCB-IDX)
                    SET TCB-HALLADA TO TRUE
                END-IF
                IF TCB-HALLADA
                    IF WS-TCB-FECHA(WS-TCB-IDX) = SPACES
                     OR TCB-FECHA >= WS-TCB-FECHA(WS-TCB-IDX)
                        MOVE TCB-TASA TO WS-TCB-TASA(WS-TCB-IDX)
                        MOVE TCB-FECHA TO WS-TCB-FECHA(WS-TCB-IDX)
                    END-IF
                END-IF
            END-IF.

       TOMA-CABECERA-VIGENTE.
            MOVE 0 TO WS-VIG-HALLADA.
            MOVE 0 TO WS-IDX-VIG.
            PERFORM UNTIL WS-VIG-HALLADA > 0 OR WS-IDX-VIG >= WS-VIG-CNT
                ADD 1 TO WS-IDX-VIG
                IF WS-VIG-ESCALA(WS-IDX-VIG) = WS-ESC-ESCALA(WS-IDX-ESC)
                    MOVE WS-IDX-VIG TO WS-VIG-HALLADA
                END-IF
            END-PERFORM.
            IF WS-VIG-HALLADA = 0
                IF WS-VIG-CNT >= 100
                    DISPLAY "TARMAST.DAT TIENE MAS DE 100 ESCALAS; "
                            "ESTE PROGRAMA NO LAS SOPORTA. ABORTANDO."
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-VIG-CNT
                MOVE WS-VIG-CNT TO WS-VIG-HALLADA
                MOVE WS-ESC-ESCALA(WS-IDX-ESC)
                    TO WS-VIG-ESCALA(WS-VIG-CNT)
                MOVE SPACES TO WS-VIG-FECHA(WS-VIG-CNT)
            END-IF.
            IF WS-ESC-FECHA(WS-IDX-ESC) > WS-VIG-FECHA(WS-VIG-HALLADA)
                MOVE WS-ESC-FECHA(WS-IDX-ESC)
                    TO WS-VIG-FECHA(WS-VIG-HALLADA)
                MOVE WS-ESC-OPERACION(WS-IDX-ESC)
                    TO WS-VIG-OPERACION(WS-VIG-HALLADA)
                MOVE WS-ESC-MINIMO(WS-IDX-ESC)
                    TO WS-VIG-MINIMO(WS-VIG-HALLADA)
                MOVE WS-ESC-MAXIMO(WS-IDX-ESC)
                    TO WS-VIG-MAXIMO(WS-VIG-HALLADA)
            END-IF.

       RETARIFA-REGISTRO.
      *Las reglas de APLICA-TARIFAS: primero la escala vigente para
      *la operacion del registro, que cobra lo mismo con ambas
      *tablas; si no hay, el par con NUM1 como NUMERO y NUM2 como
      *MULTIPLICADOR, sin tarifa cuando no son numericos o son
      *negativos. La tarifa nueva de un par que la tabla no trae es
      *la actual, porque la carga la conserva.
            MOVE "N" TO WS-HALLADA-ACT.
            MOVE "N" TO WS-HALLADA-NVO.
            MOVE 0 TO WS-TARIFA-ACT.
            MOVE 0 TO WS-TARIFA-NVO.
            PERFORM BUSCA-ESCALA-VIGENTE.
            IF WS-VIG-HALLADA > 0
                PERFORM TARIFA-POR-ESCALA
                IF CON-TASA
                    SET HALLADA-ACT TO TRUE
                    SET HALLADA-NVO TO TRUE
                    MOVE WS-CARGO TO WS-TARIFA-ACT
                    MOVE WS-CARGO TO WS-TARIFA-NVO
                    ADD 1 TO WS-TOT-POR-ESCALA
                END-IF
            ELSE
                PERFORM RETARIFA-POR-PAR
            END-IF.
            ADD 1 TO WS-DIA-REGS.
            ADD WS-TARIFA-ACT TO WS-DIA-ACTUAL.
            ADD WS-TARIFA-NVO TO WS-DIA-NUEVO.
            IF NOT HALLADA-ACT
                ADD 1 TO WS-DIA-SIN-ACT
            END-IF.
            IF NOT HALLADA-NVO
                ADD 1 TO WS-DIA-SIN-NVO
            END-IF.
            PERFORM ACUMULA-CUENTA.

       BUSCA-ESCALA-VIGENTE.
      *La escala de la operacion del registro manda sobre la general
      *("*"); sin ninguna vigente, WS-VIG-HALLADA queda en cero.
            MOVE 0 TO WS-VIG-HALLADA.
            MOVE 0 TO WS-VIG-GENERAL.
            IF RESULTADO-OUT NUMERIC
                MOVE OPERACION-OUT TO WS-OPER-TARIFA
                IF WS-OPER-TARIFA = SPACE
                    MOVE "S" TO WS-OPER-TARIFA
                END-IF
                MOVE 0 TO WS-IDX-VIG
                PERFORM UNTIL WS-VIG-HALLADA > 0
                 OR WS-IDX-VIG >= WS-VIG-CNT
                    ADD 1 TO WS-IDX-VIG
                    IF WS-VIG-OPERACION(WS-IDX-VIG) = WS-OPER-TARIFA
                        MOVE WS-IDX-VIG TO WS-VIG-HALLADA
                    END-IF
                    IF WS-VIG-OPERACION(WS-IDX-VIG) = "*"
                     AND WS-VIG-GENERAL = 0
                        MOVE WS-IDX-VIG TO WS-VIG-GENERAL
                    END-IF
                END-PERFORM
                IF WS-VIG-HALLADA = 0
                    MOVE WS-VIG-GENERAL TO WS-VIG-HALLADA
                END-IF
            END-IF.

       TARIFA-POR-ESCALA.
      *El mismo calculo de APLICA-TARIFAS: el monto sin signo, en
      *moneda base, se reparte entre los tramos en orden (cada uno
      *tarifa su porcion, el ultimo tambien lo que pasa de su
      *limite), rigen el minimo y el maximo de la escala y el cargo
      *vuelve a la moneda de la cuenta. Sin tasa, CON-TASA queda
      *apagado y no hay cargo.
            MOVE 0 TO WS-CARGO.
            IF RESULTADO-OUT < 0
                COMPUTE WS-MONTO-CUENTA = 0 - RESULTADO-OUT
            ELSE
                MOVE RESULTADO-OUT TO WS-MONTO-CUENTA
            END-IF.
            PERFORM BUSCA-TASA-REGISTRO.
            IF CON-TASA
                PERFORM REPARTE-TRAMOS
                COMPUTE WS-CARGO ROUNDED = WS-CARGO-ACUM
                IF WS-CARGO < WS-VIG-MINIMO(WS-VIG-HALLADA)
                    MOVE WS-VIG-MINIMO(WS-VIG-HALLADA) TO WS-CARGO
                END-IF
                IF WS-VIG-MAXIMO(WS-VIG-HALLADA) > 0
                 AND WS-CARGO > WS-VIG-MAXIMO(WS-VIG-HALLADA)
                    MOVE WS-VIG-MAXIMO(WS-VIG-HALLADA) TO WS-CARGO
                END-IF
                IF WS-TASA-REGISTRO NOT = 1
                    COMPUTE WS-CARGO ROUNDED =
                        WS-CARGO / WS-TASA-REGISTRO
                END-IF
            END-IF.

       BUSCA-TASA-REGISTRO.
            MOVE "N" TO WS-CON-TASA.
            MOVE 0 TO WS-TASA-REGISTRO.
            IF MONEDA-OUT = SPACES
                MOVE 1 TO WS-TASA-REGISTRO
                SET CON-TASA TO TRUE
            ELSE
                MOVE 0 TO WS-TCB-IDX
                PERFORM UNTIL CON-TASA OR WS-TCB-IDX >= WS-TCB-CNT
                    ADD 1 TO WS-TCB-IDX
                    IF WS-TCB-MONEDA(WS-TCB-IDX) = MONEDA-OUT
                        MOVE WS-TCB-TASA(WS-TCB-IDX)
                            TO WS-TASA-REGISTRO
                        SET CON-TASA TO TRUE
                    END-IF
                END-PERFORM
            END-IF.
            IF CON-TASA
                COMPUTE WS-MONTO-BASE ROUNDED =
                    WS-MONTO-CUENTA * WS-TASA-REGISTRO
                    ON SIZE ERROR
                        MOVE "N" TO WS-CON-TASA
                END-COMPUTE
            END-IF.

       REPARTE-TRAMOS.
            MOVE 0 TO WS-CARGO-ACUM.
            MOVE 0 TO WS-LIMITE-INF.
            MOVE 0 TO WS-TRAMO-ULTIMO.
            MOVE 0 TO WS-IDX-TRAMO.
            MOVE "N" TO WS-FIN-TRAMOS.
            PERFORM UNTIL FIN-TRAMOS
                PERFORM BUSCA-SIGUIENTE-TRAMO
                IF WS-IDX-SIGUIENTE = 0
                    SET FIN-TRAMOS TO TRUE
                ELSE
                    PERFORM TARIFA-PORCION-TRAMO
                END-IF
            END-PERFORM.
            IF WS-MONTO-BASE > WS-LIMITE-INF AND WS-IDX-TRAMO > 0
                IF WS-ESC-CLASE(WS-IDX-TRAMO) = "P"
                    COMPUTE WS-CARGO-ACUM = WS-CARGO-ACUM
                        + (WS-MONTO-BASE - WS-LIMITE-INF)
                        * WS-ESC-PCT(WS-IDX-TRAMO) / 100
                END-IF
            END-IF.

       BUSCA-SIGUIENTE-TRAMO.
            MOVE 0 TO WS-IDX-SIGUIENTE.
            MOVE 0 TO WS-TRAMO-HALLADO.
            MOVE 0 TO WS-IDX-ESC.
            PERFORM UNTIL WS-IDX-ESC >= WS-ESC-CNT
                ADD 1 TO WS-IDX-ESC
                IF WS-ESC-ESCALA(WS-IDX-ESC)
                 = WS-VIG-ESCALA(WS-VIG-HALLADA)
                 AND WS-ESC-FECHA(WS-IDX-ESC)
                 = WS-VIG-FECHA(WS-VIG-HALLADA)
                 AND WS-ESC-TRAMO(WS-IDX-ESC) > WS-TRAMO-ULTIMO
                 AND (WS-TRAMO-HALLADO = 0
                  OR WS-ESC-TRAMO(WS-IDX-ESC) < WS-TRAMO-HALLADO)
                    MOVE WS-IDX-ESC TO WS-IDX-SIGUIENTE
                    MOVE WS-ESC-TRAMO(WS-IDX-ESC) TO WS-TRAMO-HALLADO
                END-IF
            END-PERFORM.

       TARIFA-PORCION-TRAMO.
            MOVE WS-IDX-SIGUIENTE TO WS-IDX-TRAMO.
            MOVE WS-ESC-TRAMO(WS-IDX-TRAMO) TO WS-TRAMO-ULTIMO.
            MOVE 0 TO WS-TRAMO-PORCION.
            IF WS-MONTO-BASE > WS-ESC-HASTA(WS-IDX-TRAMO)
                IF WS-ESC-HASTA(WS-IDX-TRAMO) > WS-LIMITE-INF
                    COMPUTE WS-TRAMO-PORCION =
                        WS-ESC-HASTA(WS-IDX-TRAMO) - WS-LIMITE-INF
                    MOVE WS-ESC-HASTA(WS-IDX-TRAMO) TO WS-LIMITE-INF
                END-IF
            ELSE
                COMPUTE WS-TRAMO-PORCION =
                    WS-MONTO-BASE - WS-LIMITE-INF
                MOVE WS-MONTO-BASE TO WS-LIMITE-INF
                SET FIN-TRAMOS TO TRUE
            END-IF.
            IF WS-ESC-CLASE(WS-IDX-TRAMO) = "P"
                COMPUTE WS-CARGO-ACUM = WS-CARGO-ACUM
                    + WS-TRAMO-PORCION * WS-ESC-PCT(WS-IDX-TRAMO) / 100
            ELSE
                ADD WS-ESC-FIJO(WS-IDX-TRAMO) TO WS-CARGO-ACUM
            END-IF.

       RETARIFA-POR-PAR.
            IF NUM1-OUT NUMERIC AND NUM2-OUT NUMERIC
             AND NUM1-OUT >= 0 AND NUM2-OUT >= 0
                MOVE NUM1-OUT TO WS-BUSCA-NUMERO
                MOVE NUM2-OUT TO WS-BUSCA-MULT
                PERFORM BUSCA-PAR
                IF ENCONTRADO
                    IF PAR-HAY-ACTUAL(WS-IDX-PAR)
                        SET HALLADA-ACT TO TRUE
                        MOVE WS-PAR-MONTO-ACT(WS-IDX-PAR)
                            TO WS-TARIFA-ACT
                    END-IF
                    IF PAR-EN-TABLA(WS-IDX-PAR)
                        SET HALLADA-NVO TO TRUE
                        MOVE WS-PAR-MONTO-NVO(WS-IDX-PAR)
                            TO WS-TARIFA-NVO
                    ELSE
                        MOVE WS-HALLADA-ACT TO WS-HALLADA-NVO
                        MOVE WS-TARIFA-ACT TO WS-TARIFA-NVO
                    END-IF
                END-IF
            END-IF.

       ACUMULA-CUENTA.
      *Tabla de cuentas en orden, con insercion en su lugar; pasado
      *el tope, el registro va al renglon de otras cuentas.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-IDX-CTA.
            PERFORM UNTIL ENCONTRADO OR WS-IDX-CTA >= WS-CTA-CNT
                ADD 1 TO WS-IDX-CTA
                IF WS-CTA-CUENTA(WS-IDX-CTA) >= CUENTA-OUT
                    SET ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.
            IF ENCONTRADO
             AND WS-CTA-CUENTA(WS-IDX-CTA) = CUENTA-OUT
                CONTINUE
            ELSE
                IF WS-CTA-CNT >= 500
                    ADD 1 TO WS-OTR-REGS
                    ADD WS-TARIFA-ACT TO WS-OTR-ACTUAL
                    ADD WS-TARIFA-NVO TO WS-OTR-NUEVO
                    IF NOT HALLADA-ACT
                        ADD 1 TO WS-OTR-SIN-ACT
                    END-IF
                    IF NOT HALLADA-NVO
                        ADD 1 TO WS-OTR-SIN-NVO
                    END-IF
                    MOVE 0 TO WS-IDX-CTA
                ELSE
                    IF NOT ENCONTRADO
                        MOVE WS-CTA-CNT TO WS-IDX-CTA
                        ADD 1 TO WS-IDX-CTA
                    END-IF
                    MOVE WS-CTA-CNT TO WS-IDX-MOVER
                    PERFORM UNTIL WS-IDX-MOVER < WS-IDX-CTA
                        MOVE WS-CTA-ENT(WS-IDX-MOVER)
                            TO WS-CTA-ENT(WS-IDX-MOVER + 1)
                        SUBTRACT 1 FROM WS-IDX-MOVER
                    END-PERFORM
                    ADD 1 TO WS-CTA-CNT
                    MOVE CUENTA-OUT TO WS-CTA-CUENTA(WS-IDX-CTA)
                    MOVE 0 TO WS-CTA-REGS(WS-IDX-CTA)
                    MOVE 0 TO WS-CTA-SIN-ACT(WS-IDX-CTA)
                    MOVE 0 TO WS-CTA-SIN-NVO(WS-IDX-CTA)
                    MOVE 0 TO WS-CTA-ACTUAL(WS-IDX-CTA)
                    MOVE 0 TO WS-CTA-NUEVO(WS-IDX-CTA)
                END-IF
            END-IF.
            IF WS-IDX-CTA > 0
                ADD 1 TO WS-CTA-REGS(WS-IDX-CTA)
                ADD WS-TARIFA-ACT TO WS-CTA-ACTUAL(WS-IDX-CTA)
                ADD WS-TARIFA-NVO TO WS-CTA-NUEVO(WS-IDX-CTA)
                IF NOT HALLADA-ACT
                    ADD 1 TO WS-CTA-SIN-ACT(WS-IDX-CTA)
                END-IF
                IF NOT HALLADA-NVO
                    ADD 1 TO WS-CTA-SIN-NVO(WS-IDX-CTA)
                END-IF
            END-IF.

       ESCRIBE-CUENTAS.
            MOVE SPACES TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE "IMPACTO POR CUENTA EN LA VENTANA"
                TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE "CUENTA" TO WS-LIN-ETIQUETA.
            PERFORM ESCRIBE-TITULO-IMPACTO.
            MOVE 0 TO WS-IDX-CTA.
            PERFORM UNTIL WS-IDX-CTA >= WS-CTA-CNT
                ADD 1 TO WS-IDX-CTA
                MOVE WS-CTA-CUENTA(WS-IDX-CTA) TO WS-LIN-ETIQUETA
                MOVE WS-CTA-REGS(WS-IDX-CTA) TO WS-LIN-REGS
                MOVE WS-CTA-SIN-ACT(WS-IDX-CTA) TO WS-LIN-SIN-ACT
                MOVE WS-CTA-SIN-NVO(WS-IDX-CTA) TO WS-LIN-SIN-NVO
                MOVE WS-CTA-ACTUAL(WS-IDX-CTA) TO WS-LIN-ACTUAL
                MOVE WS-CTA-NUEVO(WS-IDX-CTA) TO WS-LIN-NUEVO
                PERFORM ESCRIBE-IMPACTO
            END-PERFORM.
            IF WS-OTR-REGS > 0
                MOVE "(OTRAS)" TO WS-LIN-ETIQUETA
                MOVE WS-OTR-REGS TO WS-LIN-REGS
                MOVE WS-OTR-SIN-ACT TO WS-LIN-SIN-ACT
                MOVE WS-OTR-SIN-NVO TO WS-LIN-SIN-NVO
                MOVE WS-OTR-ACTUAL TO WS-LIN-ACTUAL
                MOVE WS-OTR-NUEVO TO WS-LIN-NUEVO
                PERFORM ESCRIBE-IMPACTO
            END-IF.
            IF WS-CTA-CNT = 0
                MOVE "  (NINGUNA)" TO SIMULACION-LINEA
                WRITE SIMULACION-LINEA
            END-IF.

       ESCRIBE-TOTAL-GENERAL.
            MOVE SPACES TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE "TOTAL" TO WS-LIN-ETIQUETA.
            MOVE WS-TOT-REGS TO WS-LIN-REGS.
            MOVE WS-TOT-SIN-ACT TO WS-LIN-SIN-ACT.
            MOVE WS-TOT-SIN-NVO TO WS-LIN-SIN-NVO.
            MOVE WS-TOT-ACTUAL TO WS-LIN-ACTUAL.
            MOVE WS-TOT-NUEVO TO WS-LIN-NUEVO.
            PERFORM ESCRIBE-IMPACTO.
            MOVE SPACES TO SIMULACION-LINEA.
            MOVE "DIAS CON GENERACION:" TO SIMULACION-LINEA(1:20).
            MOVE WS-DIAS-CON-GEN TO WS-ED-DIAS.
            MOVE WS-ED-DIAS TO SIMULACION-LINEA(22:3).
            MOVE "SIN GENERACION:" TO SIMULACION-LINEA(27:15).
            MOVE WS-DIAS-SIN-GEN TO WS-ED-DIAS.
            MOVE WS-ED-DIAS TO SIMULACION-LINEA(43:3).
            WRITE SIMULACION-LINEA.
            MOVE SPACES TO SIMULACION-LINEA.
            MOVE WS-TOT-POR-ESCALA TO WS-ED-REGS.
            STRING "REGISTROS TARIFADOS POR ESCALA (MISMO CARGO CON "
                   "AMBAS TABLAS): " WS-ED-REGS
                   DELIMITED BY SIZE INTO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.
            MOVE "** FIN DE LA SIMULACION: EL MAESTRO NO SE MODIFICO **"
                TO SIMULACION-LINEA.
            WRITE SIMULACION-LINEA.

       ESCRIBE-IMPACTO.
            MOVE SPACES TO SIMULACION-LINEA.
            MOVE WS-LIN-ETIQUETA TO SIMULACION-LINEA(2:8).
            MOVE WS-LIN-REGS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO SIMULACION-LINEA(12:7).
            MOVE WS-LIN-SIN-ACT TO WS-ED-REGS.
            MOVE WS-ED-REGS TO SIMULACION-LINEA(21:7).
            MOVE WS-LIN-SIN-NVO TO WS-ED-REGS.
            MOVE WS-ED-REGS TO SIMULACION-LINEA(29:7).
            MOVE WS-LIN-ACTUAL TO WS-ED-TOTAL.
            MOVE WS-ED-TOTAL TO SIMULACION-LINEA(38:13).
            MOVE WS-LIN-NUEVO TO WS-ED-TOTAL.
            MOVE WS-ED-TOTAL TO SIMULACION-LINEA(53:13).
            COMPUTE WS-DIFERENCIA = WS-LIN-NUEVO - WS-LIN-ACTUAL.
            MOVE WS-DIFERENCIA TO WS-ED-TOTAL.
            MOVE WS-ED-TOTAL TO SIMULACION-LINEA(68:13).
            MOVE WS-LIN-ACTUAL TO WS-BASE-PCT.
            MOVE WS-LIN-NUEVO TO WS-NUEVO-PCT.
            PERFORM CALCULA-PCT.
            MOVE WS-PCT-TEXTO TO SIMULACION-LINEA(82:11).
            WRITE SIMULACION-LINEA.

       CALCULA-PCT.
      *Sin base no hay porcentaje; sin cambio es cero.
            IF WS-BASE-PCT = 0
                IF WS-NUEVO-PCT = 0
                    MOVE 0 TO WS-PCT
                    MOVE WS-PCT TO WS-ED-PCT
                    MOVE WS-ED-PCT TO WS-PCT-TEXTO
                ELSE
                    MOVE "        N/A" TO WS-PCT-TEXTO
                END-IF
            ELSE
                COMPUTE WS-PCT ROUNDED =
                    (WS-NUEVO-PCT - WS-BASE-PCT) * 100 / WS-BASE-PCT
                    ON SIZE ERROR
                        MOVE "  *********" TO WS-PCT-TEXTO
                    NOT ON SIZE ERROR
                        MOVE WS-PCT TO WS-ED-PCT
                        MOVE WS-ED-PCT TO WS-PCT-TEXTO
                END-COMPUTE
            END-IF.

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
       END PROGRAM SIMULA-TARIFAS.
