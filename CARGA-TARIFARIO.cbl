      * A missing day file just means no new rates tonight: the
      * master keeps the rates already in effect and the step ends
      * clean.
      * Banded fee schedules (TARM-TIPO "E", see TARMAST.cpy) are
      * loaded from TARESC.DAT, a file finance prepares with each
      * record's own effective date. The whole file is checked
      * first - every version needs its header, bands in ascending
      * order of amount, valid classes and amounts - and a file with
      * any error is not loaded at all: it stays in place for
      * correction and the master keeps its schedules (warning in
      * ERRLOG.DAT). A good file replaces each schedule version it
      * carries in full and is removed after the load, like the
      * date card. Schedule records already in the master are
      * carried through the rewrite untouched, also on a night with
      * no rate file.
      * SIMULA-TARIFAS previews a table before this step loads it:
      * the pairs it adds or changes and what it would have charged.
      * Record layouts come from copybooks/TARIFREC.cpy,
      * copybooks/TARMAST.cpy (shared with APLICA-TARIFAS) and
      * copybooks/TARESC.cpy.
      * Uses GOBACK instead of STOP RUN so it can run standalone or
      * be CALLed from SUITE-NOCTURNA.
       IDENTIFICATION DIVISION.
           SELECT TARJETA-VIGENCIA ASSIGN TO "TARVIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIGENCIA.
           SELECT ARCHIVO-ESCALAS ASSIGN TO "TARESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCALAS.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
       01  VIGENCIA-REC.
           05  VIG-FECHA               PIC X(8).

       FD  ARCHIVO-ESCALAS.
       COPY TARESC.

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       01  WS-FS-TARIFAS               PIC XX.
       01  WS-FS-MAESTRO               PIC XX.
       01  WS-FS-VIGENCIA              PIC XX.
       01  WS-FS-ESCALAS               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-NOMBRE-TARIFAS           PIC X(17)
               10  WS-MAE-MULT         PIC 9(4).
               10  WS-MAE-FECHA        PIC X(8).
               10  WS-MAE-MONTO        PIC 9(8).
      *Registros de escala del maestro, como imagen completa, con
      *la clave de su version (escala + vigencia).
       01  WS-ESC-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-ESCALAS.
           05  WS-ESC-ENT OCCURS 500.
               10  WS-ESC-ESCALA       PIC X(4).
               10  WS-ESC-FECHA        PIC X(8).
               10  WS-ESC-IMAGEN       PIC X(60).
      *TARESC.DAT completo en memoria; se valida entero antes de
      *tocar el maestro.
       01  WS-NOMBRE-ESCALAS           PIC X(10)
                                        VALUE "TARESC.DAT".
       01  WS-NVA-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-NUEVAS.
           05  WS-NVA-ENT OCCURS 500.
               10  WS-NVA-ESCALA       PIC X(4).
               10  WS-NVA-FECHA        PIC X(8).
               10  WS-NVA-TRAMO        PIC 9(4).
               10  WS-NVA-OPERACION    PIC X.
               10  WS-NVA-HASTA        PIC 9(10).
               10  WS-NVA-IMAGEN       PIC X(60).
       01  WS-ESCALAS-CARGADAS         PIC X VALUE "N".
           88  ESCALAS-CARGADAS        VALUE "S".
       01  WS-LINEA-ESCALAS            PIC 9(4) VALUE 0.
       01  WS-ERR-ESCALAS              PIC 9(4) VALUE 0.
       01  WS-CNT-VERSIONES            PIC 9(4) VALUE 0.
       01  WS-CNT-TRAMOS               PIC 9(4).
       01  WS-CNT-CABECERAS            PIC 9(4).
       01  WS-MOTIVO-ESCALA            PIC X(40).
       01  WS-IDX                      PIC 9(4).
       01  WS-IDX-J                    PIC 9(4).
       01  WS-IDX-K                    PIC 9(4).
       01  WS-ENCONTRADO               PIC X.
           88  ENCONTRADO              VALUE "S".
       01  WS-CNT-CARGADAS             PIC 9(4) VALUE 0.
            MOVE WS-FECHA-RUN TO WS-NOMBRE-TARIFAS(10:8).
            PERFORM LEE-TARJETA-VIGENCIA.
            PERFORM CARGA-MAESTRO.
            PERFORM CARGA-ESCALAS.
            OPEN INPUT ARCHIVO-TARIFAS.
            IF WS-FS-TARIFAS NOT = "00"
                DISPLAY "SIN " WS-NOMBRE-TARIFAS " (STATUS "
                        WS-FS-TARIFAS "): EL MAESTRO CONSERVA LAS "
                        "TARIFAS VIGENTES."
                IF ESCALAS-CARGADAS
                    PERFORM GRABA-MAESTRO
                    PERFORM RETIRA-ARCHIVO-ESCALAS
                END-IF
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 0 TO RETURN-CODE
                GOBACK
                MOVE RETURN-CODE TO WS-RC-BORRADO
                MOVE 0 TO RETURN-CODE
            END-IF.
            IF ESCALAS-CARGADAS
                PERFORM RETIRA-ARCHIVO-ESCALAS
            END-IF.
            DISPLAY "TARIFARIO CARGADO: " WS-CNT-CARGADAS " NUEVAS, "
                    WS-CNT-REEMPLAZADAS " REEMPLAZADAS, VIGENCIA "
                    WS-FECHA-VIGENCIA ".".
                                MOVE 1 TO RETURN-CODE
                                GOBACK
                            END-IF
      *Los registros de escala pasan tal cual a la reescritura.
                            IF TARM-ES-ESCALA
                                PERFORM GUARDA-ESCALA-MAESTRO
                            ELSE
                                PERFORM GUARDA-PAR-MAESTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MAESTRO-TARIFAS
            END-IF.

       GUARDA-PAR-MAESTRO.
            IF TARM-NUMERO NUMERIC
             AND TARM-MULTIPLICADOR NUMERIC
             AND TARM-FECHA-VIG NUMERIC
             AND TARM-MONTO NUMERIC
                ADD 1 TO WS-MAE-CNT
                MOVE TARM-NUMERO TO WS-MAE-NUMERO(WS-MAE-CNT)
                MOVE TARM-MULTIPLICADOR TO WS-MAE-MULT(WS-MAE-CNT)
                MOVE TARM-FECHA-VIG TO WS-MAE-FECHA(WS-MAE-CNT)
                MOVE TARM-MONTO TO WS-MAE-MONTO(WS-MAE-CNT)
            END-IF.

       GUARDA-ESCALA-MAESTRO.
            IF TARM-ESCALA NOT = SPACES
             AND TARM-FECHA-VIG NUMERIC
                IF WS-ESC-CNT >= 500
                    DISPLAY "TARMAST.DAT EXCEDE LOS 500 REGISTROS DE "
                            "ESCALA QUE SOPORTA ESTE PASO. ABORTANDO."
                    CLOSE MAESTRO-TARIFAS
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-ESC-CNT
                MOVE TARM-ESCALA TO WS-ESC-ESCALA(WS-ESC-CNT)
                MOVE TARM-FECHA-VIG TO WS-ESC-FECHA(WS-ESC-CNT)
                MOVE TARMAST-REG TO WS-ESC-IMAGEN(WS-ESC-CNT)
            END-IF.

       CARGA-ESCALAS.
      *TARESC.DAT es opcional. Se lee y se valida completo; con un
      *solo error no se carga nada y el archivo queda para que lo
      *corrijan.
            OPEN INPUT ARCHIVO-ESCALAS.
            IF WS-FS-ESCALAS = "00"
                PERFORM LEE-ARCHIVO-ESCALAS
                IF WS-ERR-ESCALAS > 0
                    DISPLAY "TARESC.DAT NO SE CARGO: " WS-ERR-ESCALAS
                            " ERRORES. EL MAESTRO CONSERVA SUS "
                            "ESCALAS."
                    MOVE "CARGA-ESCALAS" TO ERR-PARRAFO
                    MOVE "TARESC.DAT" TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "W" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                ELSE
                    PERFORM FUNDE-ESCALAS
                END-IF
            END-IF.

       LEE-ARCHIVO-ESCALAS.
            MOVE 0 TO WS-NVA-CNT.
            MOVE 0 TO WS-LINEA-ESCALAS.
            MOVE 0 TO WS-ERR-ESCALAS.
            MOVE "N" TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ ARCHIVO-ESCALAS
                    AT END
                        SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LINEA-ESCALAS
                        PERFORM VALIDA-LINEA-ESCALA
                END-READ
            END-PERFORM.
            CLOSE ARCHIVO-ESCALAS.
            IF WS-ERR-ESCALAS = 0
                PERFORM VALIDA-VERSIONES-ESCALA
            END-IF.
            IF WS-ERR-ESCALAS = 0 AND WS-NVA-CNT = 0
                MOVE 0 TO WS-LINEA-ESCALAS
                MOVE "ARCHIVO VACIO." TO WS-MOTIVO-ESCALA
                PERFORM RECHAZA-LINEA-ESCALA
            END-IF.

       VALIDA-LINEA-ESCALA.
            MOVE SPACES TO WS-MOTIVO-ESCALA.
            EVALUATE TRUE
                WHEN TESC-TIPO NOT = "E"
                    MOVE "TIPO DE REGISTRO NO ES E."
                        TO WS-MOTIVO-ESCALA
                WHEN TESC-ESCALA = SPACES
                    MOVE "ESCALA EN BLANCO." TO WS-MOTIVO-ESCALA
                WHEN TESC-TRAMO NOT NUMERIC
                    MOVE "TRAMO NO NUMERICO." TO WS-MOTIVO-ESCALA
                WHEN TESC-FECHA-VIG NOT NUMERIC
                    MOVE "VIGENCIA NO ES AAAAMMDD." TO WS-MOTIVO-ESCALA
                WHEN TESC-TRAMO = 0
                    PERFORM VALIDA-CABECERA-ESCALA
                WHEN OTHER
                    PERFORM VALIDA-BANDA-ESCALA
            END-EVALUATE.
            IF WS-MOTIVO-ESCALA NOT = SPACES
                PERFORM RECHAZA-LINEA-ESCALA
            ELSE
                IF WS-NVA-CNT >= 500
                    MOVE "MAS DE 500 REGISTROS." TO WS-MOTIVO-ESCALA
                    PERFORM RECHAZA-LINEA-ESCALA
                ELSE
                    ADD 1 TO WS-NVA-CNT
                    MOVE TESC-ESCALA TO WS-NVA-ESCALA(WS-NVA-CNT)
                    MOVE TESC-FECHA-VIG TO WS-NVA-FECHA(WS-NVA-CNT)
                    MOVE TESC-TRAMO TO WS-NVA-TRAMO(WS-NVA-CNT)
                    MOVE TARESC-REG TO WS-NVA-IMAGEN(WS-NVA-CNT)
                    IF TESC-TRAMO = 0
                        MOVE TESC-OPERACION
                            TO WS-NVA-OPERACION(WS-NVA-CNT)
                        MOVE 0 TO WS-NVA-HASTA(WS-NVA-CNT)
                    ELSE
                        MOVE SPACE TO WS-NVA-OPERACION(WS-NVA-CNT)
                        MOVE TESC-HASTA TO WS-NVA-HASTA(WS-NVA-CNT)
                    END-IF
                END-IF
            END-IF.

       VALIDA-CABECERA-ESCALA.
      *Operacion que tarifa la escala ("*" todas, blanco = escala
      *retirada desde esa fecha), minimo y maximo del cargo.
            IF TESC-OPERACION NOT = "S" AND NOT = "R"
             AND NOT = "M" AND NOT = "D" AND NOT = "T"
             AND NOT = "V" AND NOT = "*" AND NOT = SPACE
                MOVE "OPERACION INVALIDA EN LA CABECERA."
                    TO WS-MOTIVO-ESCALA
            ELSE
                IF TESC-MINIMO NOT NUMERIC
                 OR TESC-MAXIMO NOT NUMERIC
                    MOVE "MINIMO O MAXIMO NO NUMERICO."
                        TO WS-MOTIVO-ESCALA
                ELSE
                    IF TESC-MAXIMO > 0
                     AND TESC-MAXIMO < TESC-MINIMO
                        MOVE "MAXIMO MENOR QUE EL MINIMO."
                            TO WS-MOTIVO-ESCALA
                    END-IF
                END-IF
            END-IF.

       VALIDA-BANDA-ESCALA.
            IF TESC-HASTA NOT NUMERIC
                MOVE "LIMITE DEL TRAMO NO NUMERICO."
                    TO WS-MOTIVO-ESCALA
            ELSE
                EVALUATE TESC-CLASE
                    WHEN "P"
                        IF TESC-PCT NOT NUMERIC
                            MOVE "PORCENTAJE NO NUMERICO."
                                TO WS-MOTIVO-ESCALA
                        END-IF
                    WHEN "F"
                        IF TESC-MONTO NOT NUMERIC
                            MOVE "MONTO FIJO NO NUMERICO."
                                TO WS-MOTIVO-ESCALA
                        END-IF
                    WHEN OTHER
                        MOVE "CLASE DE TRAMO NO ES P NI F."
                            TO WS-MOTIVO-ESCALA
                END-EVALUATE
            END-IF.

       VALIDA-VERSIONES-ESCALA.
      *Por version (escala + vigencia): una sola cabecera, tramos
      *sin repetir y con limites crecientes, al menos un tramo si
      *la escala tarifa y ninguno si la retira.
            MOVE 0 TO WS-CNT-VERSIONES.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-NVA-CNT
                ADD 1 TO WS-IDX
                MOVE 0 TO WS-CNT-CABECERAS
                MOVE 0 TO WS-CNT-TRAMOS
                MOVE SPACES TO WS-MOTIVO-ESCALA
                MOVE 0 TO WS-IDX-J
                PERFORM UNTIL WS-IDX-J >= WS-NVA-CNT
                    ADD 1 TO WS-IDX-J
                    IF WS-NVA-ESCALA(WS-IDX-J) = WS-NVA-ESCALA(WS-IDX)
                     AND WS-NVA-FECHA(WS-IDX-J) = WS-NVA-FECHA(WS-IDX)
                        PERFORM COMPARA-REGISTROS-ESCALA
                    END-IF
                END-PERFORM
                IF WS-MOTIVO-ESCALA = SPACES
                    IF WS-CNT-CABECERAS = 0
                        MOVE "TRAMO SIN CABECERA (TRAMO 0000)."
                            TO WS-MOTIVO-ESCALA
                    END-IF
                END-IF
                IF WS-MOTIVO-ESCALA = SPACES
                 AND WS-NVA-TRAMO(WS-IDX) = 0
                    ADD 1 TO WS-CNT-VERSIONES
                    IF WS-NVA-OPERACION(WS-IDX) = SPACE
                     AND WS-CNT-TRAMOS > 0
                        MOVE "ESCALA RETIRADA CON TRAMOS."
                            TO WS-MOTIVO-ESCALA
                    END-IF
                    IF WS-NVA-OPERACION(WS-IDX) NOT = SPACE
                     AND WS-CNT-TRAMOS = 0
                        MOVE "ESCALA SIN TRAMOS." TO WS-MOTIVO-ESCALA
                    END-IF
                END-IF
                IF WS-MOTIVO-ESCALA NOT = SPACES
                    MOVE WS-IDX TO WS-LINEA-ESCALAS
                    PERFORM RECHAZA-LINEA-ESCALA
                END-IF
            END-PERFORM.

       COMPARA-REGISTROS-ESCALA.
      *WS-IDX contra otro registro WS-IDX-J de su misma version.
            IF WS-NVA-TRAMO(WS-IDX-J) = 0
                ADD 1 TO WS-CNT-CABECERAS
            ELSE
                ADD 1 TO WS-CNT-TRAMOS
            END-IF.
            IF WS-IDX-J NOT = WS-IDX
                IF WS-NVA-TRAMO(WS-IDX-J) = WS-NVA-TRAMO(WS-IDX)
                    MOVE "TRAMO REPETIDO EN LA VERSION."
                        TO WS-MOTIVO-ESCALA
                END-IF
                IF WS-NVA-TRAMO(WS-IDX) > 0
                 AND WS-NVA-TRAMO(WS-IDX-J) > WS-NVA-TRAMO(WS-IDX)
                 AND WS-NVA-HASTA(WS-IDX-J) NOT > WS-NVA-HASTA(WS-IDX)
                    MOVE "LIMITES DE TRAMO NO CRECIENTES."
                        TO WS-MOTIVO-ESCALA
                END-IF
            END-IF.

       RECHAZA-LINEA-ESCALA.
            ADD 1 TO WS-ERR-ESCALAS.
            DISPLAY "TARESC.DAT REGISTRO " WS-LINEA-ESCALAS ": "
                    WS-MOTIVO-ESCALA.

       FUNDE-ESCALAS.
      *Cada version que trae el archivo reemplaza completa a la del
      *maestro con la misma escala y vigencia; las demas quedan.
            MOVE 0 TO WS-IDX-K.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-ESC-CNT
                ADD 1 TO WS-IDX
                MOVE "N" TO WS-ENCONTRADO
                MOVE 0 TO WS-IDX-J
                PERFORM UNTIL ENCONTRADO OR WS-IDX-J >= WS-NVA-CNT
                    ADD 1 TO WS-IDX-J
                    IF WS-NVA-ESCALA(WS-IDX-J) = WS-ESC-ESCALA(WS-IDX)
                     AND WS-NVA-FECHA(WS-IDX-J) = WS-ESC-FECHA(WS-IDX)
                        SET ENCONTRADO TO TRUE
                    END-IF
                END-PERFORM
                IF NOT ENCONTRADO
                    ADD 1 TO WS-IDX-K
                    MOVE WS-ESC-ENT(WS-IDX) TO WS-ESC-ENT(WS-IDX-K)
                END-IF
            END-PERFORM.
            MOVE WS-IDX-K TO WS-ESC-CNT.
            IF WS-ESC-CNT + WS-NVA-CNT > 500
                DISPLAY "TARESC.DAT NO SE CARGO: EL MAESTRO PASARIA "
                        "DE LOS 500 REGISTROS DE ESCALA."
                MOVE "FUNDE-ESCALAS" TO ERR-PARRAFO
                MOVE "TARMAST.DAT" TO ERR-ARCHIVO
                MOVE SPACES TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-NVA-CNT
                ADD 1 TO WS-IDX
                ADD 1 TO WS-ESC-CNT
                MOVE WS-NVA-ESCALA(WS-IDX) TO WS-ESC-ESCALA(WS-ESC-CNT)
                MOVE WS-NVA-FECHA(WS-IDX) TO WS-ESC-FECHA(WS-ESC-CNT)
                MOVE WS-NVA-IMAGEN(WS-IDX) TO WS-ESC-IMAGEN(WS-ESC-CNT)
            END-PERFORM.
            SET ESCALAS-CARGADAS TO TRUE.
            DISPLAY "ESCALAS CARGADAS DE TARESC.DAT: " WS-CNT-VERSIONES
                    " VERSIONES, " WS-NVA-CNT " REGISTROS.".

       RETIRA-ARCHIVO-ESCALAS.
      *Igual que la tarjeta de vigencia: ya cargado, el archivo se
      *retira para que no se vuelva a cargar encima de un cambio
      *posterior.
            CALL "CBL_DELETE_FILE" USING WS-NOMBRE-ESCALAS.
            MOVE RETURN-CODE TO WS-RC-BORRADO.
            MOVE 0 TO RETURN-CODE.

       FUNDE-TARIFA.
      *Mismo par y misma vigencia reemplazan el monto; lo demas se
      *anade. Las vigencias anteriores del par se conservan: son la
                MOVE WS-MAE-MONTO(WS-IDX) TO TARM-MONTO
                WRITE TARMAST-REG
            END-PERFORM.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-ESC-CNT
                ADD 1 TO WS-IDX
                MOVE WS-ESC-IMAGEN(WS-IDX) TO TARMAST-REG
                WRITE TARMAST-REG
            END-PERFORM.
            CLOSE MAESTRO-TARIFAS.

       REPORTA-ERROR.
