      * Tectonics: cobc
      ******************************************************************
      * Checker side of the dual control the auditors asked for:
      * reviews the pending records MANTENIMIENTO-PARAMETROS,
      * MANTENIMIENTO-OPERADORES and MANTENIMIENTO-PASOS capture in
      * PENDIENTES.DAT and, for each one, approves or rejects it.
      * Only on approval does the change land in CTLPARM.DAT (the
      * full new card image), SEGOPER.DAT (the requested
      * add/suspend/reinstate/level action) or SUITEPAS.DAT (the
      * step entry); until then the nightly suite keeps running on
      * the last approved values.
      * The approver must be an active level-3 operator in
      * SEGOPER.DAT and must be DIFFERENT from the requester: a
      * maker's own changes are shown but cannot be decided by the
      * An operator action that can no longer apply (duplicate add,
      * unknown ID) is rejected with the reason on the report, so
      * the file never half-applies.
      * Suite step-table changes from MANTENIMIENTO-PASOS ("S"
      * records) go through the same review: on approval the entry is
      * added to, replaced in or removed from SUITEPAS.DAT, which is
      * written out whole (starting from the suite's built-in table
      * the first time). An add for a step already in the table, or
      * a change or removal of one no longer there, is rejected with
      * the reason on the report.
      * Account inactivations proposed by REVISA-CUENTAS ("C"
      * records) are reviewed the same way: on approval the account
      * is marked inactive (CTA-ESTADO "I") in CUENTAS.DAT. An
      * account that no longer exists, is already inactive, or whose
      * balance is no longer the one it had when it was proposed (it
      * posted again in between) is rejected with the reason on the
      * report instead.
      * Record layouts come from copybooks/PENDREC.cpy,
      * copybooks/CTLPARM.cpy, copybooks/SEGOPER.cpy,
      * copybooks/SUITEPAS.cpy and copybooks/CUENTAS.cpy.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-CAMBIOS.
           SELECT SEGURIDAD ASSIGN TO "SEGOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEGURIDAD.
           SELECT PASOS-SUITE ASSIGN TO "SUITEPAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASOS.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT REPORTE-APROBACIONES ASSIGN TO "APROREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       FD  SEGURIDAD.
       COPY SEGOPER.

       FD  PASOS-SUITE.
       COPY SUITEPAS.

       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.

       FD  REPORTE-APROBACIONES.
       01  APROBACION-LINEA            PIC X(132).

       01  WS-FS-PARAMETROS            PIC XX.
       01  WS-FS-SEGURIDAD             PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-PASOS                 PIC XX.
       01  WS-FS-CUENTAS               PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-FIN-SEGURIDAD            PIC X VALUE "N".
               10  WS-OPE-ESTADO       PIC X.
       01  WS-IDX-OPE                  PIC 9(3).
       01  WS-IDX-HALLADO              PIC 9(3).
      *Tabla de pasos de la suite en memoria para aplicar los
      *cambios aprobados: se reescribe completa, como SEGOPER.DAT.
       COPY SUITEDEF.
       01  WS-PASOS-CNT                PIC 9(2) VALUE 0.
       01  WS-TABLA-PASOS.
           05  WS-PAS-ENT OCCURS 40.
               10  WS-PAS-ORDEN        PIC 9(3).
               10  WS-PAS-PROGRAMA     PIC X(30).
               10  WS-PAS-HABILITADO   PIC X.
               10  WS-PAS-CRITICO      PIC X.
               10  WS-PAS-RC-MAX       PIC 9(2).
       01  WS-IDX-PAS                  PIC 9(2).
       01  WS-IDX-PAS-HALLADO          PIC 9(2).
       01  WS-FIN-PASOS                PIC X VALUE "N".
           88  FIN-PASOS               VALUE "S".
       01  WS-CNT-APROBADOS            PIC 9(3) VALUE 0.
       01  WS-CNT-RECHAZADOS           PIC 9(3) VALUE 0.
       01  WS-CNT-PENDIENTES           PIC 9(3) VALUE 0.

       MUESTRA-PENDIENTE.
            DISPLAY "-----------------------------------".
            EVALUATE PEND-TIPO
                WHEN "P"
                    DISPLAY "CAMBIO DE PARAMETROS (TARJETA NUEVA: "
                            PEND-DATOS(1:30) ")"
                WHEN "S"
                    DISPLAY "CAMBIO DE PASO DE LA SUITE: ACCION "
                            PEND-PS-ACCION " PASO " PEND-PS-PROGRAMA
                    DISPLAY "  ORDEN " PEND-PS-ORDEN
                            " HABILITADO " PEND-PS-HABILITADO
                            " CRITICO " PEND-PS-CRITICO
                            " RC MAXIMO " PEND-PS-RC-MAX
                WHEN "C"
                    DISPLAY "INACTIVAR CUENTA " PEND-CT-CUENTA
                            " SIN POSTEOS DESDE " PEND-CT-ULTIMO
                    DISPLAY "  SALDO AL PROPONERLA " PEND-CT-SALDO
                WHEN OTHER
                    DISPLAY "CAMBIO DE OPERADOR: ACCION "
                            PEND-OP-ACCION " ID " PEND-OP-ID
                            " NIVEL " PEND-OP-NIVEL
            END-EVALUATE.
            DISPLAY "SOLICITADO POR " PEND-SOLICITANTE " EL "
                    PEND-TS-SOLICITUD(1:8) ".".

       APRUEBA-PENDIENTE.
            MOVE SPACES TO WS-MOTIVO-FALLO.
            EVALUATE PEND-TIPO
                WHEN "P"
                    PERFORM APLICA-PARAMETROS
                WHEN "S"
                    PERFORM APLICA-PASO-SUITE
                WHEN "C"
                    PERFORM APLICA-CUENTA
                WHEN OTHER
                    PERFORM APLICA-OPERADOR
            END-EVALUATE.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-OFICIAL TO PEND-APROBADOR.
            MOVE WS-TIMESTAMP TO PEND-TS-DECISION.
                CLOSE SEGURIDAD
            END-IF.

       APLICA-PASO-SUITE.
      *La entrada aprobada viaja completa: el alta la agrega, el
      *cambio la reemplaza y la baja la saca. El orden en el archivo
      *no importa; la suite ordena por SPAS-ORDEN al cargar.
            PERFORM CARGA-PASOS-SUITE.
            MOVE 0 TO WS-IDX-PAS-HALLADO.
            MOVE 0 TO WS-IDX-PAS.
            PERFORM UNTIL WS-IDX-PAS >= WS-PASOS-CNT
                ADD 1 TO WS-IDX-PAS
                IF WS-PAS-PROGRAMA(WS-IDX-PAS) = PEND-PS-PROGRAMA
                    MOVE WS-IDX-PAS TO WS-IDX-PAS-HALLADO
                    MOVE WS-PASOS-CNT TO WS-IDX-PAS
                END-IF
            END-PERFORM.
            EVALUATE PEND-PS-ACCION
                WHEN "A"
                    IF WS-IDX-PAS-HALLADO > 0
                        MOVE "EL PASO YA ESTA EN LA TABLA"
                            TO WS-MOTIVO-FALLO
                    ELSE
                        IF WS-PASOS-CNT >= 40
                            MOVE "TABLA LLENA (40)"
                                TO WS-MOTIVO-FALLO
                        ELSE
                            ADD 1 TO WS-PASOS-CNT
                            MOVE WS-PASOS-CNT TO WS-IDX-PAS-HALLADO
                            PERFORM MUEVE-PASO-PENDIENTE
                        END-IF
                    END-IF
                WHEN "C"
                    IF WS-IDX-PAS-HALLADO = 0
                        MOVE "EL PASO NO ESTA EN LA TABLA"
                            TO WS-MOTIVO-FALLO
                    ELSE
                        PERFORM MUEVE-PASO-PENDIENTE
                    END-IF
                WHEN "B"
                    IF WS-IDX-PAS-HALLADO = 0
                        MOVE "EL PASO NO ESTA EN LA TABLA"
                            TO WS-MOTIVO-FALLO
                    ELSE
                        MOVE WS-IDX-PAS-HALLADO TO WS-IDX-PAS
                        PERFORM UNTIL WS-IDX-PAS >= WS-PASOS-CNT
                            MOVE WS-PAS-ENT(WS-IDX-PAS + 1)
                                TO WS-PAS-ENT(WS-IDX-PAS)
                            ADD 1 TO WS-IDX-PAS
                        END-PERFORM
                        SUBTRACT 1 FROM WS-PASOS-CNT
                        IF WS-PASOS-CNT = 0
                            MOVE "LA TABLA QUEDARIA SIN PASOS"
                                TO WS-MOTIVO-FALLO
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE "ACCION NO CATALOGADA" TO WS-MOTIVO-FALLO
            END-EVALUATE.
            IF WS-MOTIVO-FALLO = SPACES
                PERFORM GRABA-PASOS-SUITE
            END-IF.

       MUEVE-PASO-PENDIENTE.
            MOVE PEND-PS-ORDEN TO WS-PAS-ORDEN(WS-IDX-PAS-HALLADO).
            MOVE PEND-PS-PROGRAMA
                TO WS-PAS-PROGRAMA(WS-IDX-PAS-HALLADO).
            MOVE PEND-PS-HABILITADO
                TO WS-PAS-HABILITADO(WS-IDX-PAS-HALLADO).
            MOVE PEND-PS-CRITICO
                TO WS-PAS-CRITICO(WS-IDX-PAS-HALLADO).
            MOVE PEND-PS-RC-MAX TO WS-PAS-RC-MAX(WS-IDX-PAS-HALLADO).

       CARGA-PASOS-SUITE.
      *Sin SUITEPAS.DAT se parte de la tabla interna que corre la
      *suite, de modo que el primer cambio aprobado la vuelca entera.
            MOVE 0 TO WS-PASOS-CNT.
            OPEN INPUT PASOS-SUITE.
            IF WS-FS-PASOS NOT = "00"
                MOVE 0 TO WS-IDX-PAS
                PERFORM UNTIL WS-IDX-PAS >= SDEF-CNT
                    ADD 1 TO WS-IDX-PAS
                    ADD 1 TO WS-PASOS-CNT
                    MOVE SDEF-ENT(WS-IDX-PAS)
                        TO WS-PAS-ENT(WS-PASOS-CNT)
                END-PERFORM
            ELSE
                MOVE "N" TO WS-FIN-PASOS
                PERFORM UNTIL FIN-PASOS
                    READ PASOS-SUITE
                        AT END
                            SET FIN-PASOS TO TRUE
                        NOT AT END
                            IF WS-PASOS-CNT < 40
                                ADD 1 TO WS-PASOS-CNT
                                MOVE SPAS-ORDEN
                                    TO WS-PAS-ORDEN(WS-PASOS-CNT)
                                MOVE SPAS-PROGRAMA
                                    TO WS-PAS-PROGRAMA(WS-PASOS-CNT)
                                MOVE SPAS-HABILITADO
                                    TO WS-PAS-HABILITADO(WS-PASOS-CNT)
                                MOVE SPAS-CRITICO
                                    TO WS-PAS-CRITICO(WS-PASOS-CNT)
                                MOVE SPAS-RC-MAX
                                    TO WS-PAS-RC-MAX(WS-PASOS-CNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PASOS-SUITE
            END-IF.

       GRABA-PASOS-SUITE.
            OPEN OUTPUT PASOS-SUITE.
            IF WS-FS-PASOS NOT = "00"
                MOVE "SUITEPAS.DAT NO REESCRIBIBLE"
                    TO WS-MOTIVO-FALLO
            ELSE
                MOVE 0 TO WS-IDX-PAS
                PERFORM UNTIL WS-IDX-PAS >= WS-PASOS-CNT
                    ADD 1 TO WS-IDX-PAS
                    MOVE SPACES TO SUITEPAS-REC
                    MOVE WS-PAS-ORDEN(WS-IDX-PAS) TO SPAS-ORDEN
                    MOVE WS-PAS-PROGRAMA(WS-IDX-PAS) TO SPAS-PROGRAMA
                    MOVE WS-PAS-HABILITADO(WS-IDX-PAS)
                        TO SPAS-HABILITADO
                    MOVE WS-PAS-CRITICO(WS-IDX-PAS) TO SPAS-CRITICO
                    MOVE WS-PAS-RC-MAX(WS-IDX-PAS) TO SPAS-RC-MAX
                    WRITE SUITEPAS-REC
                END-PERFORM
                CLOSE PASOS-SUITE
            END-IF.

       APLICA-CUENTA.
      *La inactivacion solo procede si la cuenta sigue como se
      *propuso: activa y con el mismo saldo. Un saldo distinto quiere
      *decir que volvio a postear despues de la revision.
            OPEN I-O MAESTRO-CUENTAS.
            IF WS-FS-CUENTAS NOT = "00"
                MOVE "CUENTAS.DAT NO DISPONIBLE" TO WS-MOTIVO-FALLO
            ELSE
                MOVE PEND-CT-CUENTA TO CTA-ID
                READ MAESTRO-CUENTAS
                    INVALID KEY
                        MOVE "CUENTA NO EXISTE" TO WS-MOTIVO-FALLO
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN PEND-CT-ACCION NOT = "I"
                                MOVE "ACCION NO CATALOGADA"
                                    TO WS-MOTIVO-FALLO
                            WHEN CTA-ESTADO = "I"
                                MOVE "LA CUENTA YA ESTA INACTIVA"
                                    TO WS-MOTIVO-FALLO
                            WHEN CTA-SALDO NOT = PEND-CT-SALDO
                                MOVE "POSTEO DESPUES DE PROPONERLA"
                                    TO WS-MOTIVO-FALLO
                            WHEN OTHER
                                MOVE "I" TO CTA-ESTADO
                                REWRITE CUENTA-REG
                                    INVALID KEY
                                        MOVE "CUENTA NO REESCRIBIBLE"
                                            TO WS-MOTIVO-FALLO
                                END-REWRITE
                        END-EVALUATE
                END-READ
                CLOSE MAESTRO-CUENTAS
            END-IF.

       GRABA-PENDIENTES.
            OPEN OUTPUT PENDIENTES.
            IF WS-FS-PENDIENTES NOT = "00"
