      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Loader of the daily exchange-rate master: folds treasury's
      * rate feed CAMBIOS.DAT into TIPCAMB.DAT, keyed by currency and
      * business date. Runs as a suite step ahead of
      * OPERACIONES-BASICAS, which converts foreign-currency details
      * with the rates of the business date it posts and rejects to
      * suspense (SINTC) a detail whose rate is missing.
      * A line with a blank date takes the business date of the run
      * (FECHA-NEGOCIO); a dated line loads that day's rate, so a day
      * treasury missed can be fed the next morning and the SINTC
      * items go through on their resubmission.
      * The whole feed is checked first - currency code in letters,
      * a real date, a rate above zero, no currency and date twice -
      * and a feed with any error is not loaded at all: it stays in
      * place for correction and the master keeps its rates (warning
      * in ERRLOG.DAT), the same all-or-nothing rule as the fee
      * schedules in CARGA-TARIFARIO. A good feed replaces the rate
      * of a currency and date already in the master, adds the rest,
      * and is removed after the load so it cannot load twice.
      * A missing feed just means no new rates tonight: the step
      * ends clean and the posting run rejects what it cannot
      * convert.
      * The master is merged in core and rewritten in full (the
      * suspense-cycle idiom). Record layouts come from
      * copybooks/CAMBIOS.cpy and copybooks/TIPCAMB.cpy (shared with
      * OPERACIONES-BASICAS, RESUMEN-DIARIO and ACUMULA-PERIODO).
      * Uses GOBACK instead of STOP RUN so it can run standalone or
      * be CALLed from SUITE-NOCTURNA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-CAMBIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CAMBIOS ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS.
           SELECT MAESTRO-CAMBIOS ASSIGN TO "TIPCAMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT PASO-COMUN ASSIGN TO "CMNSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASO-COMUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CAMBIOS.
       COPY CAMBIOS.

       FD  MAESTRO-CAMBIOS.
       COPY TIPCAMB.

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       FD  PASO-COMUN.
       COPY CMNSTEP.

       WORKING-STORAGE SECTION.
       01  WS-FS-CAMBIOS               PIC XX.
       01  WS-FS-MAESTRO               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-NOMBRE-CAMBIOS           PIC X(11)
                                        VALUE "CAMBIOS.DAT".
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
      *Fecha de negocio de la corrida: la de las lineas sin fecha.
       01  WS-FECHA-RUN                PIC X(8).
      *Maestro completo en memoria para el merge y la reescritura.
       01  WS-MAE-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-MAESTRO.
           05  WS-MAE-ENT OCCURS 9000.
               10  WS-MAE-MONEDA       PIC X(3).
               10  WS-MAE-FECHA        PIC X(8).
               10  WS-MAE-TASA         PIC 9(5)V9(6).
      *CAMBIOS.DAT completo en memoria; se valida entero antes de
      *tocar el maestro.
       01  WS-NVA-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-NUEVAS.
           05  WS-NVA-ENT OCCURS 500.
               10  WS-NVA-MONEDA       PIC X(3).
               10  WS-NVA-FECHA        PIC X(8).
               10  WS-NVA-TASA         PIC 9(5)V9(6).
       01  WS-LINEA-CAMBIOS            PIC 9(4) VALUE 0.
       01  WS-ERR-CAMBIOS              PIC 9(4) VALUE 0.
       01  WS-MOTIVO-CAMBIO            PIC X(40).
      *Fecha de la linea en proceso, desarmada para validarla.
       01  WS-FECHA-LINEA.
           05  WS-FL-ANIO              PIC 9(4).
           05  WS-FL-MES               PIC 99.
           05  WS-FL-DIA               PIC 99.
       01  WS-IDX                      PIC 9(4).
       01  WS-IDX-J                    PIC 9(4).
       01  WS-ENCONTRADO               PIC X.
           88  ENCONTRADO              VALUE "S".
       01  WS-CNT-CARGADAS             PIC 9(4) VALUE 0.
       01  WS-CNT-REEMPLAZADAS         PIC 9(4) VALUE 0.
       01  WS-RC-BORRADO               PIC S9(4) VALUE 0.
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
           05  WS-MES                  PIC 99.
           05  WS-DIA                  PIC 99.
       COPY CMNHDR.
       COPY ERRLNK.
       COPY FECHALNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CARGA-CAMBIOS" TO CMN-NOMBRE-JOB.
            PERFORM FORMATEA-FECHA-EJECUCION.
            MOVE 0 TO CMN-CONTADOR-REG.
            MOVE SPACES TO CMN-OPERADOR-ID.
            PERFORM LEE-OPERADOR-CARD.
            CALL "FECHA-NEGOCIO" USING FECHA-AREA.
            MOVE FN-FECHA-NEGOCIO TO WS-FECHA-RUN.
            OPEN INPUT ARCHIVO-CAMBIOS.
            IF WS-FS-CAMBIOS NOT = "00"
                DISPLAY "SIN CAMBIOS.DAT (STATUS " WS-FS-CAMBIOS
                        "): TIPCAMB.DAT CONSERVA LAS TASAS CARGADAS."
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LEE-ARCHIVO-CAMBIOS.
            IF WS-ERR-CAMBIOS > 0
                DISPLAY "CAMBIOS.DAT NO SE CARGO: " WS-ERR-CAMBIOS
                        " ERRORES. TIPCAMB.DAT CONSERVA SUS TASAS."
                MOVE "LEE-ARCHIVO-CAMBIOS" TO ERR-PARRAFO
                MOVE "CAMBIOS.DAT" TO ERR-ARCHIVO
                MOVE SPACES TO ERR-ESTADO
                MOVE "W" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARGA-MAESTRO.
            MOVE 0 TO WS-IDX-J.
            PERFORM UNTIL WS-IDX-J >= WS-NVA-CNT
                ADD 1 TO WS-IDX-J
                PERFORM FUNDE-TASA
            END-PERFORM.
            PERFORM GRABA-MAESTRO.
      *Ya cargado, el archivo se retira para que no se vuelva a
      *cargar encima de una correccion posterior. Si no se puede
      *borrar, las tasas ya estan cargadas pero el operador tiene que
      *retirarlo antes de la proxima noche.
            CALL "CBL_DELETE_FILE" USING WS-NOMBRE-CAMBIOS.
            MOVE RETURN-CODE TO WS-RC-BORRADO.
            MOVE 0 TO RETURN-CODE.
            IF WS-RC-BORRADO NOT = 0
                DISPLAY "AVISO: NO SE PUDO BORRAR CAMBIOS.DAT; "
                        "RETIRARLO ANTES DE LA PROXIMA NOCHE."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "CAMBIOS.DAT" TO ERR-ARCHIVO
                MOVE SPACES TO ERR-ESTADO
                MOVE "W" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
            END-IF.
            DISPLAY "TIPOS DE CAMBIO CARGADOS: " WS-CNT-CARGADAS
                    " NUEVOS, " WS-CNT-REEMPLAZADAS
                    " REEMPLAZADOS; " WS-MAE-CNT " EN TIPCAMB.DAT.".
            COMPUTE CMN-CONTADOR-REG =
                WS-CNT-CARGADAS + WS-CNT-REEMPLAZADAS.
            PERFORM ESCRIBE-PASO-COMUN.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

       LEE-ARCHIVO-CAMBIOS.
            MOVE 0 TO WS-NVA-CNT.
            MOVE 0 TO WS-LINEA-CAMBIOS.
            MOVE 0 TO WS-ERR-CAMBIOS.
            MOVE "N" TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ ARCHIVO-CAMBIOS
                    AT END
                        SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LINEA-CAMBIOS
                        PERFORM VALIDA-LINEA-CAMBIO
                END-READ
            END-PERFORM.
            CLOSE ARCHIVO-CAMBIOS.
            IF WS-ERR-CAMBIOS = 0 AND WS-NVA-CNT = 0
                MOVE 0 TO WS-LINEA-CAMBIOS
                MOVE "ARCHIVO VACIO." TO WS-MOTIVO-CAMBIO
                PERFORM RECHAZA-LINEA-CAMBIO
            END-IF.

       VALIDA-LINEA-CAMBIO.
            MOVE SPACES TO WS-MOTIVO-CAMBIO.
            IF CAMB-FECHA = SPACES
                MOVE WS-FECHA-RUN TO CAMB-FECHA
            END-IF.
            MOVE CAMB-FECHA TO WS-FECHA-LINEA.
            EVALUATE TRUE
                WHEN CAMB-MONEDA = SPACES
                    MOVE "MONEDA EN BLANCO (LA BASE NO LLEVA TASA)."
                        TO WS-MOTIVO-CAMBIO
                WHEN CAMB-MONEDA NOT ALPHABETIC-UPPER
                 OR CAMB-MONEDA(1:1) = SPACE
                 OR CAMB-MONEDA(2:1) = SPACE
                 OR CAMB-MONEDA(3:1) = SPACE
                    MOVE "MONEDA NO SON TRES LETRAS."
                        TO WS-MOTIVO-CAMBIO
                WHEN CAMB-FECHA NOT NUMERIC
                    MOVE "FECHA NO ES AAAAMMDD." TO WS-MOTIVO-CAMBIO
                WHEN WS-FL-MES < 1 OR WS-FL-MES > 12
                 OR WS-FL-DIA < 1 OR WS-FL-DIA > 31
                    MOVE "FECHA NO ES AAAAMMDD." TO WS-MOTIVO-CAMBIO
                WHEN CAMB-TASA NOT NUMERIC
                    MOVE "TASA NO NUMERICA." TO WS-MOTIVO-CAMBIO
                WHEN CAMB-TASA = 0
                    MOVE "TASA EN CERO." TO WS-MOTIVO-CAMBIO
                WHEN OTHER
                    PERFORM BUSCA-REPETIDA
                    IF ENCONTRADO
                        MOVE "MONEDA Y FECHA REPETIDAS EN EL ARCHIVO."
                            TO WS-MOTIVO-CAMBIO
                    END-IF
            END-EVALUATE.
            IF WS-MOTIVO-CAMBIO NOT = SPACES
                PERFORM RECHAZA-LINEA-CAMBIO
            ELSE
                IF WS-NVA-CNT >= 500
                    MOVE "MAS DE 500 LINEAS." TO WS-MOTIVO-CAMBIO
                    PERFORM RECHAZA-LINEA-CAMBIO
                ELSE
                    ADD 1 TO WS-NVA-CNT
                    MOVE CAMB-MONEDA TO WS-NVA-MONEDA(WS-NVA-CNT)
                    MOVE CAMB-FECHA TO WS-NVA-FECHA(WS-NVA-CNT)
                    MOVE CAMB-TASA TO WS-NVA-TASA(WS-NVA-CNT)
                END-IF
            END-IF.

       BUSCA-REPETIDA.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL ENCONTRADO OR WS-IDX >= WS-NVA-CNT
                ADD 1 TO WS-IDX
                IF WS-NVA-MONEDA(WS-IDX) = CAMB-MONEDA
                 AND WS-NVA-FECHA(WS-IDX) = CAMB-FECHA
                    SET ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.

       RECHAZA-LINEA-CAMBIO.
            ADD 1 TO WS-ERR-CAMBIOS.
            DISPLAY "CAMBIOS.DAT LINEA " WS-LINEA-CAMBIOS ": "
                    WS-MOTIVO-CAMBIO.

       CARGA-MAESTRO.
            MOVE 0 TO WS-MAE-CNT.
            OPEN INPUT MAESTRO-CAMBIOS.
            IF WS-FS-MAESTRO = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ MAESTRO-CAMBIOS
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF WS-MAE-CNT >= 9000
                                DISPLAY "TIPCAMB.DAT EXCEDE LAS "
                                        "9000 TASAS QUE SOPORTA "
                                        "ESTE PASO. ABORTANDO."
                                CLOSE MAESTRO-CAMBIOS
                                MOVE "CARGA-MAESTRO" TO ERR-PARRAFO
                                MOVE "TIPCAMB.DAT" TO ERR-ARCHIVO
                                MOVE WS-FS-MAESTRO TO ERR-ESTADO
                                MOVE "E" TO ERR-SEVERIDAD
                                PERFORM REPORTA-ERROR
                                PERFORM ESCRIBE-PASO-COMUN
                                MOVE 1 TO RETURN-CODE
                                GOBACK
                            END-IF
                            IF TCB-MONEDA NOT = SPACES
                             AND TCB-FECHA NUMERIC
                             AND TCB-TASA NUMERIC
                                ADD 1 TO WS-MAE-CNT
                                MOVE TCB-MONEDA
                                    TO WS-MAE-MONEDA(WS-MAE-CNT)
                                MOVE TCB-FECHA
                                    TO WS-MAE-FECHA(WS-MAE-CNT)
                                MOVE TCB-TASA
                                    TO WS-MAE-TASA(WS-MAE-CNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MAESTRO-CAMBIOS
            END-IF.

       FUNDE-TASA.
      *Misma moneda y fecha reemplazan la tasa; lo demas se anade.
      *Las fechas anteriores se conservan: un lote atrasado o una
      *repeticion de la noche se convierten con la tasa de su dia.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL ENCONTRADO OR WS-IDX >= WS-MAE-CNT
                ADD 1 TO WS-IDX
                IF WS-MAE-MONEDA(WS-IDX) = WS-NVA-MONEDA(WS-IDX-J)
                 AND WS-MAE-FECHA(WS-IDX) = WS-NVA-FECHA(WS-IDX-J)
                    SET ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.
            IF ENCONTRADO
                MOVE WS-NVA-TASA(WS-IDX-J) TO WS-MAE-TASA(WS-IDX)
                ADD 1 TO WS-CNT-REEMPLAZADAS
            ELSE
                IF WS-MAE-CNT >= 9000
                    DISPLAY "TIPCAMB.DAT LLENO (9000 TASAS): NO SE "
                            "PUEDE CARGAR MAS. ABORTANDO."
                    MOVE "FUNDE-TASA" TO ERR-PARRAFO
                    MOVE "TIPCAMB.DAT" TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "E" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                    PERFORM ESCRIBE-PASO-COMUN
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-MAE-CNT
                MOVE WS-NVA-MONEDA(WS-IDX-J)
                    TO WS-MAE-MONEDA(WS-MAE-CNT)
                MOVE WS-NVA-FECHA(WS-IDX-J)
                    TO WS-MAE-FECHA(WS-MAE-CNT)
                MOVE WS-NVA-TASA(WS-IDX-J)
                    TO WS-MAE-TASA(WS-MAE-CNT)
                ADD 1 TO WS-CNT-CARGADAS
            END-IF.

       GRABA-MAESTRO.
            OPEN OUTPUT MAESTRO-CAMBIOS.
            IF WS-FS-MAESTRO NOT = "00"
                DISPLAY "NO SE PUDO REESCRIBIR TIPCAMB.DAT (STATUS "
                        WS-FS-MAESTRO ")."
                MOVE "GRABA-MAESTRO" TO ERR-PARRAFO
                MOVE "TIPCAMB.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-MAESTRO TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-MAE-CNT
                ADD 1 TO WS-IDX
                MOVE SPACES TO TIPCAMB-REG
                MOVE WS-MAE-MONEDA(WS-IDX) TO TCB-MONEDA
                MOVE WS-MAE-FECHA(WS-IDX) TO TCB-FECHA
                MOVE WS-MAE-TASA(WS-IDX) TO TCB-TASA
                WRITE TIPCAMB-REG
            END-PERFORM.
            CLOSE MAESTRO-CAMBIOS.

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
       END PROGRAM CARGA-CAMBIOS.
