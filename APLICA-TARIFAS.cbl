      * after CALCULOS-REPETITIVOS and CARGA-TARIFARIO: looks up
      * each transaction of the day's TRANSOUT generation (NUM1 as
      * NUMERO, NUM2 as MULTIPLICADOR) and carries the rated amount
      * through to TRANSOUT (TARIFADO-OUT, marca "T" rated / "E"
      * rated by fee schedule / "N" no rate in table) and the audit
      * trail.
      * Rates come from TARMAST.DAT, the effective-dated rate master
      * CARGA-TARIFARIO maintains: the rate applied is the one in
      * effect on the batch's BUSINESS date, taken from the TRANSIN
      * it is read into a table and rewritten in place with the rated
      * column filled - the same in-core rewrite approach as the
      * suspense cycle.
      * Banded fee schedules in the master (TARM-TIPO "E", see
      * TARMAST.cpy) come first: the version of each schedule in
      * effect on the business date is resolved once, and a record
      * whose operation code has a schedule in effect (one for that
      * code, else one for "*"; a blank code rates as "S") is priced
      * by the amount of its RESULTADO, sign ignored, band by band:
      * each band charges only the slice of the amount between the
      * previous band's limit and its own - its percentage of that
      * slice, or its fixed charge once the amount reaches it - and
      * the floor and cap of the schedule apply to the sum. Such a
      * record is marked "E" and carries the schedule, the highest
      * band reached and any floor or cap adjustment in TRANSOUT and
      * in its audit decision text. A record with no schedule for
      * its operation is rated by pair as before.
      * Schedule limits, fixed charges, floor and cap are in the base
      * currency: a record posted in another currency (MONEDA-OUT) is
      * taken to base with the latest TIPCAMB.DAT rate on or before
      * the batch's business date, banded there, and its charge
      * brought back to the account's currency, which is the
      * currency of TARIFADO-OUT and of the audit line (AUDIT-MONEDA).
      * With no rate for the currency the record is left unrated
      * ("N", SIN TARIFA) rather than banded at face value.
      * A missing rate file is not fatal: every record is marked "N"
      * with a console warning, so a night where CALCULOS generated
      * no tables still completes. A missing TRANSOUT generation is
      * "TARIFA"/"SIN TARIFA" so CUADRE-NOCTURNO can tell them apart
      * from the posting step's lines.
      * Record layouts come from the shared copybooks (TRANSOUT.cpy,
      * TARIFREC.cpy, TARMAST.cpy, AUDITREC.cpy).
      * Uses GOBACK instead of STOP RUN so it can run standalone or
      * be CALLed from SUITE-NOCTURNA.
       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC WS-NOMBRE-TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSIN.
           SELECT TIPOS-CAMBIO ASSIGN TO "TIPCAMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS.
           SELECT AUDITORIA ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
       FD  TRANSACCIONES-IN.
       COPY TRANSIN.

       FD  TIPOS-CAMBIO.
       COPY TIPCAMB.

       FD  AUDITORIA.
       COPY AUDITREC.

       01  WS-FS-TRANSOUT              PIC XX.
       01  WS-FS-TARIFAS               PIC XX.
       01  WS-FS-AUDITORIA             PIC XX.
       01  WS-FS-CAMBIOS               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-NOMBRE-TRANSOUT          PIC X(18)
      *Mejor vigencia hallada en la busqueda (la mayor fecha menor o
      *igual a la fecha de negocio del lote).
       01  WS-MEJOR-FECHA              PIC X(8).
      *Registros de escala del maestro y, resuelta una vez para la
      *fecha de negocio del lote, la version vigente de cada escala.
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
      *Tasas de TIPCAMB.DAT: por moneda la mas reciente en o antes de
      *la fecha de negocio del lote.
       01  WS-TCB-CNT                  PIC 9(2) VALUE 0.
       01  WS-TABLA-TASAS.
           05  WS-TCB-ENT OCCURS 50.
               10  WS-TCB-MONEDA       PIC X(3).
               10  WS-TCB-FECHA        PIC X(8).
               10  WS-TCB-TASA         PIC 9(5)V9(6).
       01  WS-TCB-IDX                  PIC 9(2).
       01  WS-TASA-REGISTRO            PIC 9(5)V9(6).
       01  WS-CON-TASA                 PIC X.
           88  CON-TASA                VALUE "S".
       01  WS-ENCONTRADO               PIC X.
           88  ENCONTRADO              VALUE "S".
       01  WS-ED-TRAMO                 PIC 9(4).
      *TRANSOUT del dia en memoria para reescribirlo con la columna
      *tarifada; dimensionado a la escala del lote nocturno completo,
      *a la par del tarifario (2000), porque aqui pasa TODO el lote,
      *no solo los rechazos.
       01  WS-TRS-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-TRANSOUT.
           05  WS-TRS-IMAGEN           PIC X(176) OCCURS 2000.
       01  WS-IDX                      PIC 9(4).
       01  WS-IDX-TRS                  PIC 9(4).
       01  WS-MONTO-HALLADO            PIC 9(8).
           88  HAY-TARIFARIO           VALUE "S".
       01  WS-CNT-TARIFADAS            PIC 9(6) VALUE 0.
       01  WS-CNT-SIN-TARIFA           PIC 9(6) VALUE 0.
       01  WS-CNT-POR-ESCALA           PIC 9(6) VALUE 0.
       01  WS-TIMESTAMP                PIC X(26).
       01  WS-FECHA-RUN                PIC X(8).
       01  WS-FECHA-HOY.
      *el comportamiento historico de coincidencia exacta.
                PERFORM CARGA-TARIFARIO
            END-IF.
            PERFORM RESUELVE-ESCALAS.
            PERFORM CARGA-TASAS.
            PERFORM CARGA-TRANSOUT.
            IF WS-FS-TRANSOUT NOT = "00"
                DISPLAY WS-NOMBRE-TRANSOUT " NO DISPONIBLE (STATUS "
            PERFORM REESCRIBE-TRANSOUT.
            CLOSE AUDITORIA.
            DISPLAY "TARIFAS APLICADAS: " WS-CNT-TARIFADAS
                    " (POR ESCALA: " WS-CNT-POR-ESCALA
                    "), SIN TARIFA: " WS-CNT-SIN-TARIFA.
            MOVE WS-TRS-CNT TO CMN-CONTADOR-REG.
            PERFORM ESCRIBE-PASO-COMUN.
            MOVE 0 TO RETURN-CODE.
                                MOVE 1 TO RETURN-CODE
                                GOBACK
                            END-IF
                            IF TARM-ES-ESCALA
                                PERFORM GUARDA-ESCALA
                            ELSE
                                PERFORM GUARDA-PAR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MAESTRO-TARIFAS
            END-IF.

       GUARDA-PAR.
            IF TARM-NUMERO NUMERIC
             AND TARM-MULTIPLICADOR NUMERIC
             AND TARM-FECHA-VIG NUMERIC
             AND TARM-MONTO NUMERIC
                ADD 1 TO WS-TAR-CNT
                MOVE TARM-NUMERO TO WS-TAR-NUMERO(WS-TAR-CNT)
                MOVE TARM-MULTIPLICADOR TO WS-TAR-MULT(WS-TAR-CNT)
                MOVE TARM-FECHA-VIG TO WS-TAR-FECHA(WS-TAR-CNT)
                MOVE TARM-MONTO TO WS-TAR-MONTO(WS-TAR-CNT)
            END-IF.

       GUARDA-ESCALA.
      *CARGA-TARIFARIO ya valido las versiones al cargarlas; aqui
      *solo se descarta lo ilegible.
            IF TARM-ESCALA NOT = SPACES
             AND TARM-TRAMO NUMERIC
             AND TARM-FECHA-VIG NUMERIC
                IF WS-ESC-CNT >= 500
                    DISPLAY "TARMAST.DAT EXCEDE LOS 500 REGISTROS DE "
                            "ESCALA QUE SOPORTA ESTE PASO. ABORTANDO."
                    MOVE "GUARDA-ESCALA" TO ERR-PARRAFO
                    MOVE "TARMAST.DAT" TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "E" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
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

       RESUELVE-ESCALAS.
      *Por escala, la cabecera de mayor vigencia que no pase de la
      *fecha de negocio del lote. Una version retirada (operacion en
      *blanco) o sin tramos no tarifa nada.
            MOVE 0 TO WS-VIG-CNT.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-ESC-CNT
                ADD 1 TO WS-IDX
                IF WS-ESC-TRAMO(WS-IDX) = 0
                 AND WS-ESC-FECHA(WS-IDX) <= WS-FECHA-NEGOCIO
                    PERFORM TOMA-CABECERA-VIGENTE
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-IDX-VIG.
            PERFORM UNTIL WS-IDX-VIG >= WS-VIG-CNT
                ADD 1 TO WS-IDX-VIG
                MOVE "N" TO WS-TARIFA-HALLADA
                MOVE 0 TO WS-IDX
                PERFORM UNTIL WS-IDX >= WS-ESC-CNT
                    ADD 1 TO WS-IDX
                    IF WS-ESC-ESCALA(WS-IDX) = WS-VIG-ESCALA(WS-IDX-VIG)
                     AND WS-ESC-FECHA(WS-IDX) = WS-VIG-FECHA(WS-IDX-VIG)
                     AND WS-ESC-TRAMO(WS-IDX) > 0
                        SET TARIFA-HALLADA TO TRUE
                    END-IF
                END-PERFORM
                IF NOT TARIFA-HALLADA
                    MOVE SPACE TO WS-VIG-OPERACION(WS-IDX-VIG)
                END-IF
            END-PERFORM.

       TOMA-CABECERA-VIGENTE.
            MOVE 0 TO WS-VIG-HALLADA.
            MOVE 0 TO WS-IDX-VIG.
            PERFORM UNTIL WS-VIG-HALLADA > 0 OR WS-IDX-VIG >= WS-VIG-CNT
                ADD 1 TO WS-IDX-VIG
                IF WS-VIG-ESCALA(WS-IDX-VIG) = WS-ESC-ESCALA(WS-IDX)
                    MOVE WS-IDX-VIG TO WS-VIG-HALLADA
                END-IF
            END-PERFORM.
            IF WS-VIG-HALLADA = 0
                IF WS-VIG-CNT >= 100
                    DISPLAY "TARMAST.DAT TIENE MAS DE 100 ESCALAS; "
                            "ESTE PASO NO LAS SOPORTA. ABORTANDO."
                    MOVE "TOMA-CABECERA-VIGENTE" TO ERR-PARRAFO
                    MOVE "TARMAST.DAT" TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "E" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-VIG-CNT
                MOVE WS-VIG-CNT TO WS-VIG-HALLADA
                MOVE WS-ESC-ESCALA(WS-IDX) TO WS-VIG-ESCALA(WS-VIG-CNT)
                MOVE SPACES TO WS-VIG-FECHA(WS-VIG-CNT)
            END-IF.
            IF WS-ESC-FECHA(WS-IDX) > WS-VIG-FECHA(WS-VIG-HALLADA)
                MOVE WS-ESC-FECHA(WS-IDX)
                    TO WS-VIG-FECHA(WS-VIG-HALLADA)
                MOVE WS-ESC-OPERACION(WS-IDX)
                    TO WS-VIG-OPERACION(WS-VIG-HALLADA)
                MOVE WS-ESC-MINIMO(WS-IDX)
                    TO WS-VIG-MINIMO(WS-VIG-HALLADA)
                MOVE WS-ESC-MAXIMO(WS-IDX)
                    TO WS-VIG-MAXIMO(WS-VIG-HALLADA)
            END-IF.

       CARGA-TASAS.
      *Solo hacen falta con escalas vigentes; sin TIPCAMB.DAT solo la
      *moneda base se tarifa por escala.
            MOVE 0 TO WS-TCB-CNT.
            IF WS-VIG-CNT > 0
                OPEN INPUT TIPOS-CAMBIO
                IF WS-FS-CAMBIOS NOT = "00"
                    DISPLAY "AVISO: TIPCAMB.DAT NO DISPONIBLE (STATUS "
                            WS-FS-CAMBIOS "); SOLO LA MONEDA BASE SE "
                            "TARIFA POR ESCALA."
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
                END-IF
            END-IF.

       GUARDA-TASA.
      *Misma regla que RESUMEN-DIARIO: por moneda, la tasa de fecha
      *mas reciente en o antes de la fecha de negocio. Una moneda que
      *no cabe en la tabla queda sin tasa.
            IF TCB-FECHA <= WS-FECHA-NEGOCIO
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
                IF NOT ENCONTRADO AND WS-TCB-CNT < 50
                    ADD 1 TO WS-TCB-CNT
                    MOVE WS-TCB-CNT TO WS-TCB-IDX
                    MOVE TCB-MONEDA TO WS-TCB-MONEDA(WS-TCB-IDX)
                    MOVE SPACES TO WS-TCB-FECHA(WS-TCB-IDX)
                    SET ENCONTRADO TO TRUE
                END-IF
                IF ENCONTRADO
                    IF WS-TCB-FECHA(WS-TCB-IDX) = SPACES
                     OR TCB-FECHA >= WS-TCB-FECHA(WS-TCB-IDX)
                        MOVE TCB-TASA TO WS-TCB-TASA(WS-TCB-IDX)
                        MOVE TCB-FECHA TO WS-TCB-FECHA(WS-TCB-IDX)
                    END-IF
                END-IF
            END-IF.

       CARGA-TARIFARIO.
            OPEN INPUT ARCHIVO-TARIFAS.
            IF WS-FS-TARIFAS NOT = "00"
            CLOSE TRANSACCIONES-OUT.

       TARIFA-TRANSACCION.
      *Con una escala vigente para la operacion del registro tarifa
      *la escala; si no, la tarifa por par.
            MOVE "N" TO WS-TARIFA-HALLADA.
            MOVE 0 TO WS-MONTO-HALLADO.
            MOVE SPACES TO WS-MEJOR-FECHA.
            MOVE SPACES TO TARIFA-ORIGEN.
            PERFORM BUSCA-ESCALA-VIGENTE.
            IF WS-VIG-HALLADA > 0
                PERFORM TARIFA-POR-ESCALA
            ELSE
                PERFORM TARIFA-POR-PAR
            END-IF.

       TARIFA-POR-PAR.
      *Busca la tarifa con NUM1 como NUMERO y NUM2 como
      *MULTIPLICADOR, tomando de las vigencias cargadas la mayor
      *fecha que no pase de la fecha de negocio del lote: asi un
      *futura no aplica antes de tiempo. Sin coincidencia (o montos
      *negativos, que el tarifario no maneja) el registro queda
      *marcado "N" con monto cero, nunca se inventa una tarifa.
            IF HAY-TARIFARIO
             AND NUM1-OUT NUMERIC AND NUM2-OUT NUMERIC
             AND NUM1-OUT >= 0 AND NUM2-OUT >= 0
                ADD 1 TO WS-CNT-SIN-TARIFA
            END-IF.

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
      *El monto del registro, sin signo y en moneda base, se reparte
      *entre los tramos en orden: cada uno tarifa solo la porcion
      *entre el limite del tramo anterior y el suyo, y el ultimo
      *ademas todo lo que pase de su limite. Al final rigen el
      *minimo y el maximo de la escala, y el cargo vuelve a la
      *moneda de la cuenta.
            IF RESULTADO-OUT < 0
                COMPUTE WS-MONTO-CUENTA = 0 - RESULTADO-OUT
            ELSE
                MOVE RESULTADO-OUT TO WS-MONTO-CUENTA
            END-IF.
            PERFORM BUSCA-TASA-REGISTRO.
            IF NOT CON-TASA
                PERFORM ESCALA-SIN-TASA
            ELSE
                PERFORM REPARTE-TRAMOS
                COMPUTE WS-CARGO ROUNDED = WS-CARGO-ACUM
                MOVE WS-VIG-ESCALA(WS-VIG-HALLADA) TO TARIFA-ESCALA
                MOVE WS-ESC-TRAMO(WS-IDX-TRAMO) TO TARIFA-TRAMO
                IF WS-CARGO < WS-VIG-MINIMO(WS-VIG-HALLADA)
                    MOVE WS-VIG-MINIMO(WS-VIG-HALLADA) TO WS-CARGO
                    MOVE "N" TO TARIFA-AJUSTE
                END-IF
                IF WS-VIG-MAXIMO(WS-VIG-HALLADA) > 0
                 AND WS-CARGO > WS-VIG-MAXIMO(WS-VIG-HALLADA)
                    MOVE WS-VIG-MAXIMO(WS-VIG-HALLADA) TO WS-CARGO
                    MOVE "X" TO TARIFA-AJUSTE
                END-IF
                IF WS-TASA-REGISTRO NOT = 1
                    COMPUTE WS-CARGO ROUNDED =
                        WS-CARGO / WS-TASA-REGISTRO
                END-IF
                SET TARIFA-HALLADA TO TRUE
                MOVE WS-CARGO TO TARIFADO-OUT
                MOVE "E" TO TARIFA-MARCA
                ADD 1 TO WS-CNT-TARIFADAS
                ADD 1 TO WS-CNT-POR-ESCALA
            END-IF.

       BUSCA-TASA-REGISTRO.
      *La moneda base (blanco) vale 1; otra moneda necesita su tasa
      *y el monto tiene que caber en base.
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

       ESCALA-SIN-TASA.
      *Sin tasa la escala no se puede aplicar: el registro queda sin
      *tarifa, nunca tarifado a valor nominal en otra moneda.
            MOVE "N" TO WS-TARIFA-HALLADA.
            MOVE 0 TO TARIFADO-OUT.
            MOVE "N" TO TARIFA-MARCA.
            MOVE WS-VIG-ESCALA(WS-VIG-HALLADA) TO TARIFA-ESCALA.
            ADD 1 TO WS-CNT-SIN-TARIFA.

       REPARTE-TRAMOS.
      *Deja en WS-CARGO-ACUM la suma de las porciones tarifadas y en
      *WS-IDX-TRAMO el tramo mas alto que alcanzo el monto.
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
      *Lo que pasa del limite del ultimo tramo lo tarifa ese tramo.
            IF WS-MONTO-BASE > WS-LIMITE-INF AND WS-IDX-TRAMO > 0
                IF WS-ESC-CLASE(WS-IDX-TRAMO) = "P"
                    COMPUTE WS-CARGO-ACUM = WS-CARGO-ACUM
                        + (WS-MONTO-BASE - WS-LIMITE-INF)
                        * WS-ESC-PCT(WS-IDX-TRAMO) / 100
                END-IF
            END-IF.

       BUSCA-SIGUIENTE-TRAMO.
      *El tramo de numero mas bajo despues del ultimo recorrido, de
      *la version vigente de la escala.
            MOVE 0 TO WS-IDX-SIGUIENTE.
            MOVE 0 TO WS-TRAMO-HALLADO.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-ESC-CNT
                ADD 1 TO WS-IDX
                IF WS-ESC-ESCALA(WS-IDX) = WS-VIG-ESCALA(WS-VIG-HALLADA)
                 AND WS-ESC-FECHA(WS-IDX) = WS-VIG-FECHA(WS-VIG-HALLADA)
                 AND WS-ESC-TRAMO(WS-IDX) > WS-TRAMO-ULTIMO
                 AND (WS-TRAMO-HALLADO = 0
                  OR WS-ESC-TRAMO(WS-IDX) < WS-TRAMO-HALLADO)
                    MOVE WS-IDX TO WS-IDX-SIGUIENTE
                    MOVE WS-ESC-TRAMO(WS-IDX) TO WS-TRAMO-HALLADO
                END-IF
            END-PERFORM.

       TARIFA-PORCION-TRAMO.
      *Un tramo fijo cobra su monto entero en cuanto el monto lo
      *alcanza; uno porcentual, su porcentaje de la porcion.
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

       ESCRIBE-AUDITORIA.
      *Una linea de auditoria por transaccion tarifada, con el monto
      *tarifado como resultado y un texto de decision que
            MOVE NUM1-OUT TO AUDIT-NUM1.
            MOVE NUM2-OUT TO AUDIT-NUM2.
            MOVE TARIFADO-OUT TO AUDIT-RESULTADO.
            EVALUATE TRUE
                WHEN TARIFA-MARCA = "E"
                    PERFORM ARMA-DECISION-ESCALA
                WHEN TARIFA-HALLADA
                    MOVE "TARIFA APLICADA." TO AUDIT-DECISION
                WHEN TARIFA-ESCALA NOT = SPACES
                    STRING "SIN TARIFA: ESC " TARIFA-ESCALA
                           " SIN TASA DE CAMBIO."
                           DELIMITED BY SIZE INTO AUDIT-DECISION
                WHEN OTHER
                    MOVE "SIN TARIFA EN TABLA." TO AUDIT-DECISION
            END-EVALUATE.
            MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP.
      *La porcion de fecha lleva la fecha de negocio, igual que las
      *lineas del paso de posteo, para que una noche de alcance se
            MOVE CLASIF-OUT TO AUDIT-CLASIF.
            MOVE CUENTA-OUT TO AUDIT-CUENTA.
            MOVE OPERACION-OUT TO AUDIT-OPERACION.
            MOVE MONEDA-OUT TO AUDIT-MONEDA.
            WRITE AUDIT-REC.

       ARMA-DECISION-ESCALA.
      *La linea dice que escala y que tramo produjeron el cargo y si
      *lo ajusto el minimo o el maximo.
            MOVE TARIFA-TRAMO TO WS-ED-TRAMO.
            EVALUATE TARIFA-AJUSTE
                WHEN "N"
                    STRING "TARIFA ESCALA " TARIFA-ESCALA
                           " TRAMO " WS-ED-TRAMO " MINIMO."
                           DELIMITED BY SIZE INTO AUDIT-DECISION
                WHEN "X"
                    STRING "TARIFA ESCALA " TARIFA-ESCALA
                           " TRAMO " WS-ED-TRAMO " MAXIMO."
                           DELIMITED BY SIZE INTO AUDIT-DECISION
                WHEN OTHER
                    STRING "TARIFA ESCALA " TARIFA-ESCALA
                           " TRAMO " WS-ED-TRAMO "."
                           DELIMITED BY SIZE INTO AUDIT-DECISION
            END-EVALUATE.

       REPORTA-ERROR.
      *Toda falla pasa por el manejador comun de errores: queda
      *registrada en ERRLOG.DAT y la accion la decide su tabla de
