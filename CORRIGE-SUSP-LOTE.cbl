      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Batch correction of SUSPENSE.DAT: when data entry has a stack
      * of suspended items to fix, the corrections arrive as a
      * correction file (CORRSUSP.DAT) applied here in one unattended
      * pass instead of being keyed one at a time through the
      * CORRIGE-SUSPENSO menu. Runs as a suite step right before the
      * posting step (after the batch account maintenance, so a
      * corrected item can name an account added tonight), and
      * tonight's resubmission cycle already picks the corrections
      * up.
      * CORRSUSP.DAT is a formalized interface like MANTCTAS.DAT: an
      * "H" header carries the file's business date (today's run date
      * or the previous business day, or the file is stale and
      * nothing is applied) and source, details carry an action code
      * and a "T" trailer carries the expected detail count, validated
      * against the whole file BEFORE anything is applied.
      * Each detail names the suspended item by its reason code,
      * first reject date and current record image - the lookup data
      * entry does on the menu - and carries:
      *   C - correct: the corrected TRANSIN.DAT image (amounts,
      *       account, operation code, reversal's original operation,
      *       transfer destination), validated the same way as on the
      *       menu before it replaces the item's image
      *   A - void: the void reason; the next posting run pulls the
      *       item out of the queue to ANULADOS.DAT
      *   R - hold the item out of resubmission
      *   Q - lift the hold
      *   L - release a DUPLI item as a real repeat
      * The operator comes from CTLOPER.DAT and is validated against
      * SEGOPER.DAT with the menu's authority levels: the file needs
      * an active operator of level 2 or more (sign-on recorded
      * through REGISTRA-FIRMA), and a void detail needs level 3 or
      * it is rejected. Every detail lands on the applied/rejected
      * report CORRSUS.DAT with its reason; every applied action is
      * written to the correction journal SUSPJRN.DAT with the before
      * and after images, marked as coming from the batch file. The
      * journal is opened before SUSPENSE.DAT is loaded: if it cannot
      * be opened nothing is applied, CORRSUSP.DAT is kept for a rerun
      * and the step ends with RETURN-CODE 1, so no correction is
      * ever made without its journal entry.
      * A missing CORRSUSP.DAT means no corrections tonight and is not
      * an error; an applied file is removed afterwards so the next
      * night does not re-apply it. While SUSPENSE.BK exists a posting
      * run was interrupted and its restart reloads the queue from
      * there, so nothing is applied and the file is kept for the
      * next night.
      * Record layouts come from copybooks/SUSPREC.cpy,
      * copybooks/SUSPJRN.cpy and copybooks/TRANSIN.cpy.
      * Uses GOBACK instead of STOP RUN so it can run standalone or be
      * CALLed from SUITE-NOCTURNA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGE-SUSPENSO-LOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECCION-IN ASSIGN TO "CORRSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORR.
           SELECT SUSPENSO ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.
           SELECT SUSPENSO-RESPALDO ASSIGN TO "SUSPENSE.BK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPALDO.
           SELECT DIARIO-CORRECCION ASSIGN TO "SUSPJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIO.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT REPORTE-CORR ASSIGN TO "CORRSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT SEGURIDAD ASSIGN TO "SEGOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEGURIDAD.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT PASO-COMUN ASSIGN TO "CMNSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASO-COMUN.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRECCION-IN.
       01  CORR-TIPO-REG.
           05  CORR-TIPO               PIC X.
           05  FILLER                  PIC X(97).
       01  CORR-HDR-REG.
           05  CHDR-TIPO               PIC X.
           05  FILLER                  PIC X.
           05  CHDR-FECHA              PIC X(8).
           05  FILLER                  PIC X.
           05  CHDR-ORIGEN             PIC X(8).
       01  CORR-TRL-REG.
           05  CTRL-TIPO               PIC X.
           05  FILLER                  PIC X.
           05  CTRL-CONTADOR           PIC 9(6).
       01  CORR-DET-REG.
           05  CDET-ACCION             PIC X.
           05  FILLER                  PIC X.
           05  CDET-MOTIVO             PIC X(5).
           05  FILLER                  PIC X.
           05  CDET-FECHA-ALTA         PIC X(8).
           05  FILLER                  PIC X.
           05  CDET-DATOS              PIC X(40).
           05  FILLER                  PIC X.
           05  CDET-NUEVO              PIC X(40).
      *Vista alterna del detalle para la accion "A" (anular): en
      *lugar de la imagen corregida viaja el motivo de anulacion.
       01  CORR-ANU-REG.
           05  CANU-ACCION             PIC X.
           05  FILLER                  PIC X.
           05  CANU-MOTIVO             PIC X(5).
           05  FILLER                  PIC X.
           05  CANU-FECHA-ALTA         PIC X(8).
           05  FILLER                  PIC X.
           05  CANU-DATOS              PIC X(40).
           05  FILLER                  PIC X.
           05  CANU-MOTIVO-ANULA       PIC X(20).

       FD  SUSPENSO.
       COPY SUSPREC.

       FD  SUSPENSO-RESPALDO.
       01  RESPALDO-REC                PIC X(100).

       FD  DIARIO-CORRECCION.
       COPY SUSPJRN.

       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.

       FD  REPORTE-CORR.
       01  CORR-LINEA                  PIC X(80).

       FD  SEGURIDAD.
       COPY SEGOPER.

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       FD  PASO-COMUN.
       COPY CMNSTEP.

       WORKING-STORAGE SECTION.
       01  WS-FS-CORR                  PIC XX.
       01  WS-FS-SUSPENSO              PIC XX.
       01  WS-FS-RESPALDO              PIC XX.
       01  WS-FS-DIARIO                PIC XX.
       01  WS-FS-CUENTAS               PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-SEGURIDAD             PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-FIN-SEGURIDAD            PIC X VALUE "N".
           88  FIN-SEGURIDAD           VALUE "S".
      *Control de cabecera/cola del archivo de correcciones: se
      *valida completo en la primera pasada, antes de aplicar nada.
       01  WS-FECHA-ESPERADA           PIC X(8).
       01  WS-HDR-VISTO                PIC X VALUE "N".
           88  HDR-VISTO               VALUE "S".
       01  WS-TRL-VISTO                PIC X VALUE "N".
           88  TRL-VISTO               VALUE "S".
       01  WS-HDR-FECHA                PIC X(8) VALUE SPACES.
       01  WS-HDR-ORIGEN               PIC X(8) VALUE SPACES.
       01  WS-CNT-DETALLE              PIC 9(6) VALUE 0.
       01  WS-TRL-CONTADOR             PIC 9(6) VALUE 0.
       01  WS-LOTE-VALIDO              PIC X VALUE "S".
           88  LOTE-VALIDO             VALUE "S".
      *Firma del operador de CTLOPER.DAT: nivel 2 para aplicar el
      *archivo, nivel 3 para cada anulacion.
       01  WS-NIVEL-OPERADOR           PIC 9 VALUE 0.
       01  WS-NIVEL-REQUERIDO          PIC 9 VALUE 0.
       01  WS-FIRMA-VALIDA             PIC X VALUE "N".
           88  FIRMA-VALIDA            VALUE "S".
       01  WS-FIRMA-HALLADA            PIC X VALUE "N".
           88  FIRMA-HALLADA           VALUE "S".
       COPY FIRMALNK.
      *Suspenso en memoria; se reescribe completo al final si algo
      *se aplico.
       01  WS-SUS-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-SUSPENSO.
           05  WS-SUS-IMAGEN           PIC X(100) OCCURS 500.
       01  WS-IDX                      PIC 9(3).
       01  WS-IDX-HALLADO              PIC 9(3).
       01  WS-MAESTRO-ABIERTO          PIC X VALUE "N".
           88  MAESTRO-ABIERTO         VALUE "S".
      *Conteos de la pasada de aplicacion.
       01  WS-CNT-APLICADOS            PIC 9(6) VALUE 0.
       01  WS-CNT-RECHAZADOS           PIC 9(6) VALUE 0.
       01  WS-MOTIVO                   PIC X(40).
       01  WS-CTA-VALIDAR              PIC X(8).
       01  WS-IMAGEN-ANTES             PIC X(100).
       01  WS-TIMESTAMP                PIC X(26).
       01  WS-NOMBRE-CORR              PIC X(12)
                                        VALUE "CORRSUSP.DAT".
       01  WS-RC-BORRADO               PIC S9(4) VALUE 0.
       01  WS-ED-CONTADOR              PIC ZZZZZ9.
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
           05  WS-MES                  PIC 99.
           05  WS-DIA                  PIC 99.
      *La imagen TRANSIN corregida se desarma sobre este layout.
       COPY TRANSIN.
       COPY CMNHDR.
       COPY ERRLNK.
       COPY FECHALNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CORRIGE-SUSP-LOTE" TO CMN-NOMBRE-JOB.
            PERFORM FORMATEA-FECHA-EJECUCION.
            MOVE 0 TO CMN-CONTADOR-REG.
            MOVE SPACES TO CMN-OPERADOR-ID.
            PERFORM LEE-OPERADOR-CARD.
            CALL "FECHA-NEGOCIO" USING FECHA-AREA.
            MOVE FN-FECHA-NEGOCIO TO WS-FECHA-ESPERADA.
            OPEN INPUT CORRECCION-IN.
            IF WS-FS-CORR NOT = "00"
                DISPLAY "CORRSUSP.DAT NO DISPONIBLE (STATUS "
                        WS-FS-CORR "): NO HAY CORRECCIONES DE "
                        "SUSPENSO ESTA NOCHE."
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VALIDA-LOTE-CORR.
            CLOSE CORRECCION-IN.
      *Un reinicio de posteo pendiente recarga la cola desde
      *SUSPENSE.BK: lo que se aplicara ahora se perderia. El archivo
      *se conserva para la proxima noche.
            OPEN INPUT SUSPENSO-RESPALDO.
            IF WS-FS-RESPALDO = "00"
                CLOSE SUSPENSO-RESPALDO
                DISPLAY "AVISO: HAY UN REINICIO DE OPERACIONES-"
                        "BASICAS PENDIENTE (SUSPENSE.BK); "
                        "CORRSUSP.DAT SE CONSERVA SIN APLICAR."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "SUSPENSE.BK" TO ERR-ARCHIVO
                MOVE SPACES TO ERR-ESTADO
                MOVE "W" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM FIRMA-OPERADOR.
            IF NOT FIRMA-VALIDA
                DISPLAY "OPERADOR " CMN-OPERADOR-ID " NO AUTORIZADO "
                        "PARA CORREGIR EL SUSPENSO (" FIRMA-MOTIVO
                        "). NADA SE APLICA."
                PERFORM RECHAZA-LOTE-CORR
            END-IF.
            OPEN OUTPUT REPORTE-CORR.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR CORRSUS.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "CORRSUS.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-REPORTE TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                IF ERR-ACCION = "A"
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM ESCRIBE-ENCABEZADO.
            IF NOT LOTE-VALIDO
      *El archivo no paso el control de lote o la firma: no se
      *aplico nada y la suite se detiene aqui, antes de que el paso
      *de posteo corra con las correcciones a medias.
                MOVE "** ARCHIVO RECHAZADO COMPLETO: NADA SE "
                    TO CORR-LINEA
                MOVE "APLICO. **" TO CORR-LINEA(41:10)
                WRITE CORR-LINEA
                CLOSE REPORTE-CORR
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
      *Sin diario de correcciones no se cambia nada: el archivo se
      *conserva para correrlo de nuevo cuando el diario se pueda
      *escribir.
            OPEN EXTEND DIARIO-CORRECCION.
            IF WS-FS-DIARIO NOT = "00"
      *SUSPJRN.DAT no existe todavia: se crea vacio y se reabre en
      *modo EXTEND, el mismo patron que AUDITLOG.DAT.
                OPEN OUTPUT DIARIO-CORRECCION
                CLOSE DIARIO-CORRECCION
                OPEN EXTEND DIARIO-CORRECCION
            END-IF.
            IF WS-FS-DIARIO NOT = "00"
                DISPLAY "NO SE PUDO ABRIR SUSPJRN.DAT (STATUS "
                        WS-FS-DIARIO "): NADA SE APLICA, CORRSUSP.DAT "
                        "SE CONSERVA."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "SUSPJRN.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-DIARIO TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                MOVE "** SUSPJRN.DAT NO DISPONIBLE: NADA SE APLICO. **"
                    TO CORR-LINEA
                WRITE CORR-LINEA
                CLOSE REPORTE-CORR
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARGA-SUSPENSO.
            OPEN INPUT MAESTRO-CUENTAS.
            IF WS-FS-CUENTAS = "00"
                SET MAESTRO-ABIERTO TO TRUE
            END-IF.
            OPEN INPUT CORRECCION-IN.
            MOVE "N" TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ CORRECCION-IN
                    AT END
                        SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        IF CORR-TIPO NOT = "H" AND CORR-TIPO NOT = "T"
                            PERFORM APLICA-DETALLE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CORRECCION-IN.
            IF MAESTRO-ABIERTO
                CLOSE MAESTRO-CUENTAS
            END-IF.
            CLOSE DIARIO-CORRECCION.
            IF WS-CNT-APLICADOS > 0
                PERFORM GRABA-SUSPENSO
            END-IF.
            PERFORM ESCRIBE-TOTALES.
            CLOSE REPORTE-CORR.
      *El archivo ya aplicado se retira para que la proxima noche no
      *lo reaplique; el reporte conserva la evidencia completa.
            CALL "CBL_DELETE_FILE" USING WS-NOMBRE-CORR.
            MOVE RETURN-CODE TO WS-RC-BORRADO.
            MOVE 0 TO RETURN-CODE.
            DISPLAY "CORRECCION DE SUSPENSO EN LOTE: "
                    WS-CNT-APLICADOS " APLICADAS, "
                    WS-CNT-RECHAZADOS " RECHAZADAS. ORIGEN "
                    WS-HDR-ORIGEN ".".
            MOVE WS-CNT-APLICADOS TO CMN-CONTADOR-REG.
            PERFORM ESCRIBE-PASO-COMUN.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

       VALIDA-LOTE-CORR.
      *Primera pasada: cabecera con la fecha del dia y cola con el
      *conteo de detalles, validadas contra el archivo completo antes
      *de aplicar nada.
            MOVE "N" TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ CORRECCION-IN
                    AT END
                        SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        EVALUATE CORR-TIPO
                            WHEN "H"
                                SET HDR-VISTO TO TRUE
                                MOVE CHDR-FECHA TO WS-HDR-FECHA
                                MOVE CHDR-ORIGEN TO WS-HDR-ORIGEN
                            WHEN "T"
                                SET TRL-VISTO TO TRUE
                                IF CTRL-CONTADOR NUMERIC
                                    MOVE CTRL-CONTADOR
                                        TO WS-TRL-CONTADOR
                                END-IF
                            WHEN OTHER
                                ADD 1 TO WS-CNT-DETALLE
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF NOT HDR-VISTO OR NOT TRL-VISTO
                DISPLAY "CORRSUSP.DAT SIN CABECERA O SIN COLA: "
                        "TRANSFERENCIA INCOMPLETA, NADA SE APLICA."
                PERFORM RECHAZA-LOTE-CORR
            ELSE
                IF WS-HDR-FECHA NOT = WS-FECHA-ESPERADA
                 AND WS-HDR-FECHA NOT = FN-FECHA-ANTERIOR
                    DISPLAY "FECHA DEL ARCHIVO DE CORRECCIONES ("
                            WS-HDR-FECHA ") NO ES LA ESPERADA ("
                            WS-FECHA-ESPERADA ") NI LA DEL DIA "
                            "HABIL ANTERIOR. ORIGEN: "
                            WS-HDR-ORIGEN ". NADA SE APLICA."
                    PERFORM RECHAZA-LOTE-CORR
                ELSE
                    IF WS-TRL-CONTADOR NOT = WS-CNT-DETALLE
                        DISPLAY "COLA DE CORRSUSP.DAT NO CUADRA. "
                                "ESPERADO: " WS-TRL-CONTADOR
                                " LEIDO: " WS-CNT-DETALLE
                                ". NADA SE APLICA."
                        PERFORM RECHAZA-LOTE-CORR
                    END-IF
                END-IF
            END-IF.

       RECHAZA-LOTE-CORR.
            MOVE "N" TO WS-LOTE-VALIDO.
            MOVE "VALIDA-LOTE-CORR" TO ERR-PARRAFO.
            MOVE "CORRSUSP.DAT" TO ERR-ARCHIVO.
            MOVE SPACES TO ERR-ESTADO.
            MOVE "E" TO ERR-SEVERIDAD.
            PERFORM REPORTA-ERROR.

       FIRMA-OPERADOR.
      *El operador de CTLOPER.DAT tiene que existir en SEGOPER.DAT,
      *estar activo y tener nivel 2 o mas. Sin maestro de seguridad
      *no se corrige nada, igual que en el menu. Todo intento queda
      *en el diario de firmas FIRMAJRN.DAT.
            MOVE "N" TO WS-FIRMA-VALIDA.
            MOVE "N" TO WS-FIRMA-HALLADA.
            MOVE 0 TO WS-NIVEL-OPERADOR.
            MOVE SPACES TO FIRMA-MOTIVO.
            OPEN INPUT SEGURIDAD.
            IF WS-FS-SEGURIDAD NOT = "00"
                MOVE "SIN MAESTRO SEGURIDAD" TO FIRMA-MOTIVO
            ELSE
                MOVE "N" TO WS-FIN-SEGURIDAD
                PERFORM UNTIL FIN-SEGURIDAD
                    READ SEGURIDAD
                        AT END
                            SET FIN-SEGURIDAD TO TRUE
                        NOT AT END
                            IF SEG-OPER-ID = CMN-OPERADOR-ID
                                SET FIN-SEGURIDAD TO TRUE
                                SET FIRMA-HALLADA TO TRUE
                                IF SEG-ESTADO = "A"
                                 AND SEG-NIVEL NUMERIC
                                 AND SEG-NIVEL >= 2
                                    MOVE "S" TO WS-FIRMA-VALIDA
                                    MOVE SEG-NIVEL
                                        TO WS-NIVEL-OPERADOR
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SEGURIDAD
                IF NOT FIRMA-VALIDA
                    IF NOT FIRMA-HALLADA
                        MOVE "NO REGISTRADO" TO FIRMA-MOTIVO
                    ELSE
                        MOVE "SUSPENDIDO O SIN NIVEL"
                            TO FIRMA-MOTIVO
                    END-IF
                END-IF
            END-IF.
            PERFORM REGISTRA-INTENTO-FIRMA.

       REGISTRA-INTENTO-FIRMA.
            MOVE CMN-NOMBRE-JOB TO FIRMA-PROGRAMA.
            MOVE CMN-OPERADOR-ID TO FIRMA-OPERADOR-ID.
            IF FIRMA-VALIDA
                MOVE "A" TO FIRMA-RESULTADO
            ELSE
                MOVE "R" TO FIRMA-RESULTADO
            END-IF.
            CALL "REGISTRA-FIRMA" USING FIRMA-AREA.

       CARGA-SUSPENSO.
            MOVE 0 TO WS-SUS-CNT.
            OPEN INPUT SUSPENSO.
            IF WS-FS-SUSPENSO = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ SUSPENSO
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF WS-SUS-CNT < 500
                                ADD 1 TO WS-SUS-CNT
                                MOVE SPACES
                                    TO WS-SUS-IMAGEN(WS-SUS-CNT)
                                MOVE SUSP-REC
                                    TO WS-SUS-IMAGEN(WS-SUS-CNT)
                            ELSE
                                DISPLAY "SUSPENSE.DAT EXCEDE LOS 500 "
                                        "REGISTROS QUE SOPORTA ESTE "
                                        "PROGRAMA. ABORTANDO."
                                CLOSE SUSPENSO
                                CLOSE REPORTE-CORR
                                CLOSE DIARIO-CORRECCION
                                MOVE "CARGA-SUSPENSO" TO ERR-PARRAFO
                                MOVE "SUSPENSE.DAT" TO ERR-ARCHIVO
                                MOVE WS-FS-SUSPENSO TO ERR-ESTADO
                                MOVE "E" TO ERR-SEVERIDAD
                                PERFORM REPORTA-ERROR
                                PERFORM ESCRIBE-PASO-COMUN
                                MOVE 1 TO RETURN-CODE
                                GOBACK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SUSPENSO
            END-IF.

       GRABA-SUSPENSO.
            OPEN OUTPUT SUSPENSO.
            IF WS-FS-SUSPENSO NOT = "00"
                DISPLAY "NO SE PUDO REESCRIBIR SUSPENSE.DAT (STATUS "
                        WS-FS-SUSPENSO ")."
                MOVE "GRABA-SUSPENSO" TO ERR-PARRAFO
                MOVE "SUSPENSE.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-SUSPENSO TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                CLOSE REPORTE-CORR
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-SUS-CNT
                ADD 1 TO WS-IDX
                MOVE WS-SUS-IMAGEN(WS-IDX) TO SUSP-REC
                WRITE SUSP-REC
            END-PERFORM.
            CLOSE SUSPENSO.

       APLICA-DETALLE.
            MOVE SPACES TO WS-MOTIVO.
            EVALUATE CDET-ACCION
                WHEN "A"
                    MOVE 3 TO WS-NIVEL-REQUERIDO
                WHEN OTHER
                    MOVE 2 TO WS-NIVEL-REQUERIDO
            END-EVALUATE.
            IF CDET-ACCION NOT = "C" AND NOT = "A" AND NOT = "R"
             AND NOT = "Q" AND NOT = "L"
                MOVE "CODIGO DE ACCION INVALIDO" TO WS-MOTIVO
            ELSE
            IF WS-NIVEL-OPERADOR < WS-NIVEL-REQUERIDO
                MOVE "OPERADOR SIN NIVEL PARA ANULAR" TO WS-MOTIVO
            ELSE
                PERFORM BUSCA-ITEM
                IF WS-IDX-HALLADO = 0
                    MOVE "ITEM NO ESTA EN SUSPENSO" TO WS-MOTIVO
                ELSE
                    MOVE WS-SUS-IMAGEN(WS-IDX-HALLADO) TO SUSP-REC
                    MOVE SUSP-REC TO WS-IMAGEN-ANTES
                    EVALUATE CDET-ACCION
                        WHEN "C"
                            PERFORM APLICA-CORRECCION
                        WHEN "A"
                            PERFORM APLICA-ANULACION
                        WHEN "R"
                            PERFORM APLICA-RETENCION
                        WHEN "Q"
                            PERFORM APLICA-QUITA-RETENCION
                        WHEN "L"
                            PERFORM APLICA-LIBERACION
                    END-EVALUATE
                    IF WS-MOTIVO = SPACES
                        MOVE SUSP-REC TO WS-SUS-IMAGEN(WS-IDX-HALLADO)
                        PERFORM ESCRIBE-DIARIO-CORRECCION
                    END-IF
                END-IF
            END-IF.
            IF WS-MOTIVO = SPACES
                ADD 1 TO WS-CNT-APLICADOS
                PERFORM ESCRIBE-LINEA-APLICADO
            ELSE
                ADD 1 TO WS-CNT-RECHAZADOS
                PERFORM ESCRIBE-LINEA-RECHAZADO
            END-IF.

       BUSCA-ITEM.
      *El item se localiza por motivo, fecha de primer rechazo e
      *imagen actual; los anulados ya no se tocan.
            MOVE 0 TO WS-IDX-HALLADO.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-SUS-CNT
                ADD 1 TO WS-IDX
                MOVE WS-SUS-IMAGEN(WS-IDX) TO SUSP-REC
                IF SUSP-MOTIVO = CDET-MOTIVO
                 AND SUSP-FECHA-ALTA = CDET-FECHA-ALTA
                 AND SUSP-DATOS = CDET-DATOS
                 AND SUSP-ESTADO NOT = "A"
                    MOVE WS-IDX TO WS-IDX-HALLADO
                    MOVE WS-SUS-CNT TO WS-IDX
                END-IF
            END-PERFORM.

       APLICA-CORRECCION.
      *La imagen corregida se valida con las mismas reglas que el
      *menu; el item conserva motivo, fecha de alta y ciclos, y una
      *liberacion de duplicado previa se pierde.
            MOVE CDET-NUEVO TO TRANS-REC-IN.
            IF NUM1-IN NOT NUMERIC OR NUM2-IN NOT NUMERIC
                MOVE "NUM1/NUM2 CORREGIDOS NO NUMERICOS" TO WS-MOTIVO
            ELSE
                PERFORM VALIDA-CORRECCION
            END-IF.
            IF WS-MOTIVO = SPACES
                MOVE TRANS-REC-IN TO SUSP-DATOS
                MOVE SPACE TO SUSP-LIBERADO
            END-IF.

       VALIDA-CORRECCION.
            IF OPERACION-IN NOT = "S" AND NOT = "R"
             AND NOT = "M" AND NOT = "D" AND NOT = "V" AND NOT = "T"
                MOVE "OPERACION NO VALIDA (S/R/M/D/V/T)" TO WS-MOTIVO
            END-IF.
            IF OPERACION-IN = "D" AND NUM2-IN = 0
                MOVE "DIVISION ENTRE CERO" TO WS-MOTIVO
            END-IF.
            IF OPERACION-IN = "V"
             AND OPERACION-ORIG NOT = "S" AND NOT = "R"
             AND NOT = "M" AND NOT = "D"
                MOVE "OPERACION ORIGINAL NO VALIDA (S/R/M/D)"
                    TO WS-MOTIVO
            END-IF.
            IF OPERACION-IN = "T"
                IF CUENTA-IN = SPACES
                 OR CUENTA-DESTINO = SPACES
                    MOVE "TRANSFERENCIA SIN CUENTA ORIGEN O DESTINO"
                        TO WS-MOTIVO
                ELSE
                IF CUENTA-DESTINO = CUENTA-IN
                    MOVE "TRANSFERENCIA A LA MISMA CUENTA"
                        TO WS-MOTIVO
                ELSE
                IF NUM1-IN NOT > 0
                    MOVE "TRANSFERENCIA SIN MONTO" TO WS-MOTIVO
                ELSE
                    MOVE CUENTA-DESTINO TO WS-CTA-VALIDAR
                    PERFORM VERIFICA-CUENTA
                END-IF
            END-IF.
            IF WS-MOTIVO = SPACES AND CUENTA-IN NOT = SPACES
                MOVE CUENTA-IN TO WS-CTA-VALIDAR
                PERFORM VERIFICA-CUENTA
            END-IF.

       VERIFICA-CUENTA.
      *Una cuenta inactiva se acepta: el item volvera a rechazar como
      *CTAIN mientras siga asi, igual que en el menu.
            IF NOT MAESTRO-ABIERTO
                MOVE "CUENTAS.DAT NO DISPONIBLE" TO WS-MOTIVO
            ELSE
                MOVE WS-CTA-VALIDAR TO CTA-ID
                READ MAESTRO-CUENTAS
                    INVALID KEY
                        STRING "CUENTA " DELIMITED BY SIZE
                            WS-CTA-VALIDAR DELIMITED BY SIZE
                            " NO EXISTE" DELIMITED BY SIZE
                            INTO WS-MOTIVO
                END-READ
            END-IF.

       APLICA-ANULACION.
            IF CANU-MOTIVO-ANULA = SPACES
                MOVE "MOTIVO DE ANULACION EN BLANCO" TO WS-MOTIVO
            ELSE
                MOVE "A" TO SUSP-ESTADO
                MOVE CANU-MOTIVO-ANULA TO SUSP-MOTIVO-ANULA
                MOVE CMN-OPERADOR-ID TO SUSP-OPER-ANULA
            END-IF.

       APLICA-RETENCION.
            IF SUSP-ESTADO = "R"
                MOVE "EL ITEM YA ESTABA RETENIDO" TO WS-MOTIVO
            ELSE
                MOVE "R" TO SUSP-ESTADO
            END-IF.

       APLICA-QUITA-RETENCION.
            IF SUSP-ESTADO NOT = "R"
                MOVE "EL ITEM NO ESTABA RETENIDO" TO WS-MOTIVO
            ELSE
                MOVE SPACE TO SUSP-ESTADO
            END-IF.

       APLICA-LIBERACION.
            IF SUSP-MOTIVO NOT = "DUPLI"
                MOVE "EL ITEM NO ESTA EN SUSPENSO POR DUPLI"
                    TO WS-MOTIVO
            ELSE
            IF SUSP-LIBERADO = "L"
                MOVE "EL ITEM YA ESTABA LIBERADO" TO WS-MOTIVO
            ELSE
                MOVE "L" TO SUSP-LIBERADO
            END-IF.

       ESCRIBE-DIARIO-CORRECCION.
            MOVE SPACES TO SUSPJRN-REG.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TIMESTAMP TO SJR-TIMESTAMP.
            MOVE CMN-OPERADOR-ID TO SJR-OPERADOR.
            MOVE "L" TO SJR-ORIGEN.
            MOVE CDET-ACCION TO SJR-ACCION.
            MOVE WS-IMAGEN-ANTES TO SJR-ANTES.
            MOVE SUSP-REC TO SJR-DESPUES.
            WRITE SUSPJRN-REG.

       ESCRIBE-LINEA-APLICADO.
            MOVE SPACES TO CORR-LINEA.
            MOVE CDET-ACCION TO CORR-LINEA(1:1).
            MOVE CDET-MOTIVO TO CORR-LINEA(3:5).
            MOVE CDET-FECHA-ALTA TO CORR-LINEA(9:8).
            MOVE CDET-DATOS(1:27) TO CORR-LINEA(18:27).
            MOVE "APLICADO" TO CORR-LINEA(46:8).
            WRITE CORR-LINEA.

       ESCRIBE-LINEA-RECHAZADO.
            MOVE SPACES TO CORR-LINEA.
            MOVE CDET-ACCION TO CORR-LINEA(1:1).
            MOVE CDET-MOTIVO TO CORR-LINEA(3:5).
            MOVE CDET-FECHA-ALTA TO CORR-LINEA(9:8).
            MOVE CDET-DATOS(1:27) TO CORR-LINEA(18:27).
            MOVE "RECHAZADO:" TO CORR-LINEA(46:10).
            MOVE WS-MOTIVO TO CORR-LINEA(57:24).
            WRITE CORR-LINEA.
      *El rechazo tambien queda en el log de errores de la suite,
      *como informativo: la manana siguiente se lee un solo log.
            MOVE "APLICA-DETALLE" TO ERR-PARRAFO.
            MOVE "CORRSUSP.DAT" TO ERR-ARCHIVO.
            MOVE SPACES TO ERR-ESTADO.
            MOVE "I" TO ERR-SEVERIDAD.
            PERFORM REPORTA-ERROR.

       ESCRIBE-ENCABEZADO.
            MOVE SPACES TO CORR-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
                CMN-NOMBRE-JOB DELIMITED BY SIZE
                " FECHA:" DELIMITED BY SIZE
                CMN-FECHA-EJECUCION DELIMITED BY SIZE
                " OPER:" DELIMITED BY SIZE
                CMN-OPERADOR-ID DELIMITED BY SIZE
                INTO CORR-LINEA.
            WRITE CORR-LINEA.
            MOVE SPACES TO CORR-LINEA.
            MOVE "REPORTE DE CORRECCION DE SUSPENSO EN LOTE"
                TO CORR-LINEA.
            WRITE CORR-LINEA.
            MOVE SPACES TO CORR-LINEA.
            MOVE "ORIGEN:" TO CORR-LINEA(1:7).
            MOVE WS-HDR-ORIGEN TO CORR-LINEA(9:8).
            MOVE "FECHA DEL ARCHIVO:" TO CORR-LINEA(19:18).
            MOVE WS-HDR-FECHA TO CORR-LINEA(38:8).
            WRITE CORR-LINEA.
            MOVE SPACES TO CORR-LINEA.
            WRITE CORR-LINEA.

       ESCRIBE-TOTALES.
            MOVE SPACES TO CORR-LINEA.
            WRITE CORR-LINEA.
            MOVE SPACES TO CORR-LINEA.
            MOVE "APLICADOS:" TO CORR-LINEA(1:10).
            MOVE WS-CNT-APLICADOS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO CORR-LINEA(12:6).
            MOVE "RECHAZADOS:" TO CORR-LINEA(20:11).
            MOVE WS-CNT-RECHAZADOS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO CORR-LINEA(32:6).
            WRITE CORR-LINEA.

       REPORTA-ERROR.
      *Toda falla o rechazo pasa por el manejador comun de errores:
      *queda registrado en ERRLOG.DAT y la accion la decide su tabla
      *de severidades.
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
       END PROGRAM CORRIGE-SUSPENSO-LOTE.
