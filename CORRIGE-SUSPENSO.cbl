      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Data-entry program for SUSPENSE.DAT, the suspense file of
      * rejected transactions OPERACIONES-BASICAS resubmits every
      * night. Looks suspended items up by reason code and first
      * reject date and acts on one of them:
      *   - correct its NUM1/NUM2 amounts, account or operation code
      *     (with the reversal's original operation and the
      *     transfer's destination account); the corrected image is
      *     validated before it is kept and resubmits next run;
      *   - void it with a reason (SUSP-ESTADO "A"): the next posting
      *     run pulls it out of the queue to ANULADOS.DAT instead of
      *     resubmitting it;
      *   - hold it out of resubmission (SUSP-ESTADO "R") until data
      *     entry lifts the hold;
      *   - release a DUPLI item data entry has confirmed is a real
      *     repeat rather than a resent file: the item is marked
      *     SUSP-LIBERADO "L" and its next resubmission skips the
      *     duplicate check (any other reject keeps the mark).
      * The operator signs on against SEGOPER.DAT: level 1 may list
      * and inquire, correcting, holding and releasing take level 2,
      * voiding takes level 3. Every attempt is recorded in the
      * sign-on journal through REGISTRA-FIRMA; without a security
      * master nothing is changed. Every action applied is written to
      * the correction journal SUSPJRN.DAT (copybooks/SUSPJRN.cpy)
      * with the operator and the before and after images. The
      * journal is opened before SUSPENSE.DAT is touched: if it
      * cannot be opened the action is refused and the item stays as
      * it was, so no change is ever made without its journal entry.
      * The same actions arrive from a batch correction file through
      * CORRIGE-SUSPENSO-LOTE, which applies the same rules.
      * The file is line sequential and small (the posting step
      * itself stops at 500 items): it is loaded into memory and
      * rewritten whole after every change, the same approach as
      * MANTENIMIENTO-PERMANENTES. While SUSPENSE.BK exists a posting
      * run was interrupted and its restart reloads the queue from
      * that stage, so a change made now would be lost: the program
      * then only lists.
      * The record layout comes from copybooks/SUSPREC.cpy; the
      * image is taken apart with copybooks/TRANSIN.cpy.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGE-SUSPENSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.
           SELECT SUSPENSO-RESPALDO ASSIGN TO "SUSPENSE.BK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPALDO.
           SELECT SEGURIDAD ASSIGN TO "SEGOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEGURIDAD.
      *Diario de correcciones: imagen antes/despues de cada accion.
           SELECT DIARIO-CORRECCION ASSIGN TO "SUSPJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIO.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSO.
       COPY SUSPREC.

       FD  SUSPENSO-RESPALDO.
       01  RESPALDO-REC                PIC X(100).

       FD  SEGURIDAD.
       COPY SEGOPER.

       FD  DIARIO-CORRECCION.
       COPY SUSPJRN.

       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.

       WORKING-STORAGE SECTION.
       01  WS-FS-SUSPENSO              PIC XX.
       01  WS-FS-RESPALDO              PIC XX.
       01  WS-FS-SEGURIDAD             PIC XX.
       01  WS-FS-DIARIO                PIC XX.
       01  WS-FS-CUENTAS               PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-FIN-SEGURIDAD            PIC X VALUE "N".
           88  FIN-SEGURIDAD           VALUE "S".
       01  WS-OPCION                   PIC X.
       01  WS-FIN-MENU                 PIC X VALUE "N".
           88  FIN-MENU                VALUE "S".
      *Firma: cualquier operador activo puede consultar; corregir,
      *retener y liberar exigen nivel 2; anular, nivel 3.
       01  WS-OPERADOR                 PIC X(8).
       01  WS-NIVEL-OPERADOR           PIC 9 VALUE 0.
       01  WS-FIRMA-VALIDA             PIC X VALUE "N".
           88  FIRMA-VALIDA            VALUE "S".
       01  WS-FIRMA-HALLADA            PIC X VALUE "N".
           88  FIRMA-HALLADA           VALUE "S".
       COPY FIRMALNK.
      *Con SUSPENSE.BK presente hay un reinicio de posteo pendiente:
      *solo se consulta.
       01  WS-SOLO-CONSULTA            PIC X VALUE "N".
           88  SOLO-CONSULTA           VALUE "S".
      *Suspenso en memoria; se reescribe completo tras cada cambio.
       01  WS-SUS-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-SUSPENSO.
           05  WS-SUS-IMAGEN           PIC X(100) OCCURS 500.
       01  WS-IDX                      PIC 9(3).
       01  WS-NUM-PEDIDO               PIC 9(3).
       01  WS-CNT-LISTADOS             PIC 9(3).
      *Filtros de la consulta; en blanco = todos.
       01  WS-FILTRO-MOTIVO            PIC X(5).
       01  WS-FILTRO-FECHA             PIC X(8).
       01  WS-CONFIRMA                 PIC X.
      *Imagen del item antes de la accion, para el diario.
       01  WS-IMAGEN-ANTES             PIC X(100).
       01  WS-ACCION                   PIC X.
       01  WS-ACCION-APLICADA          PIC X.
           88  ACCION-APLICADA         VALUE "S".
       01  WS-TIMESTAMP                PIC X(26).
      *Captura de la correccion y motivo de rechazo de la captura.
       01  WS-CAP-NUM1                 PIC S9(4).
       01  WS-CAP-NUM2                 PIC S9(4).
       01  WS-CAP-CUENTA               PIC X(8).
       01  WS-CAP-OPERACION            PIC X.
       01  WS-CAP-OPER-ORIG            PIC X.
       01  WS-CAP-DESTINO              PIC X(8).
       01  WS-CAP-MOTIVO-ANULA         PIC X(20).
       01  WS-CTA-VALIDAR              PIC X(8).
       01  WS-MOTIVO                   PIC X(40).
       01  WS-ED-NUM                   PIC -(4)9.
      *La imagen TRANSIN del item se desarma sobre este layout.
       COPY TRANSIN.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM FIRMA-OPERADOR.
            IF NOT FIRMA-VALIDA
                DISPLAY "OPERADOR NO REGISTRADO, SUSPENDIDO O SIN "
                        "MAESTRO DE SEGURIDAD."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VERIFICA-REINICIO-PENDIENTE.
            PERFORM CARGA-SUSPENSO.
            PERFORM ATIENDE-MENU UNTIL FIN-MENU.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

       FIRMA-OPERADOR.
      *Todo intento - aceptado o rechazado - queda en el diario de
      *firmas FIRMAJRN.DAT para el reporte del oficial de seguridad.
            MOVE "N" TO WS-FIRMA-VALIDA.
            MOVE "N" TO WS-FIRMA-HALLADA.
            MOVE 0 TO WS-NIVEL-OPERADOR.
            MOVE SPACES TO FIRMA-MOTIVO.
            DISPLAY "ID DE OPERADOR: " WITH NO ADVANCING.
            ACCEPT WS-OPERADOR.
            OPEN INPUT SEGURIDAD.
            IF WS-FS-SEGURIDAD NOT = "00"
                DISPLAY "SEGOPER.DAT NO DISPONIBLE (STATUS "
                        WS-FS-SEGURIDAD "): SIN MAESTRO DE "
                        "SEGURIDAD NO SE TOCA EL SUSPENSO."
                MOVE "SIN MAESTRO SEGURIDAD" TO FIRMA-MOTIVO
            ELSE
                MOVE "N" TO WS-FIN-SEGURIDAD
                PERFORM UNTIL FIN-SEGURIDAD
                    READ SEGURIDAD
                        AT END
                            SET FIN-SEGURIDAD TO TRUE
                        NOT AT END
                            IF SEG-OPER-ID = WS-OPERADOR
                                SET FIN-SEGURIDAD TO TRUE
                                SET FIRMA-HALLADA TO TRUE
                                IF SEG-ESTADO = "A"
                                 AND SEG-NIVEL NUMERIC
                                 AND SEG-NIVEL >= 1
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
            MOVE "CORRIGE-SUSPENSO" TO FIRMA-PROGRAMA.
            MOVE WS-OPERADOR TO FIRMA-OPERADOR-ID.
            IF FIRMA-VALIDA
                MOVE "A" TO FIRMA-RESULTADO
            ELSE
                MOVE "R" TO FIRMA-RESULTADO
            END-IF.
            CALL "REGISTRA-FIRMA" USING FIRMA-AREA.

       VERIFICA-REINICIO-PENDIENTE.
            OPEN INPUT SUSPENSO-RESPALDO.
            IF WS-FS-RESPALDO = "00"
                CLOSE SUSPENSO-RESPALDO
                SET SOLO-CONSULTA TO TRUE
                DISPLAY "AVISO: HAY UN REINICIO DE OPERACIONES-"
                        "BASICAS PENDIENTE (SUSPENSE.BK); EL "
                        "SUSPENSO SOLO SE PUEDE CONSULTAR."
            END-IF.

       CARGA-SUSPENSO.
            MOVE 0 TO WS-SUS-CNT.
            OPEN INPUT SUSPENSO.
            IF WS-FS-SUSPENSO NOT = "00"
                DISPLAY "SUSPENSE.DAT NO EXISTE; NO HAY REGISTROS "
                        "EN SUSPENSO."
            ELSE
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

       ATIENDE-MENU.
            DISPLAY "===================================".
            DISPLAY "CORRECCION DE SUSPENSO - MENU".
            DISPLAY "1) LISTAR POR MOTIVO Y FECHA".
            DISPLAY "2) CONSULTAR ITEM".
            DISPLAY "3) CORREGIR IMPORTES, CUENTA U OPERACION".
            DISPLAY "4) ANULAR ITEM".
            DISPLAY "5) RETENER / QUITAR RETENCION".
            DISPLAY "6) LIBERAR DUPLICADO (REPETICION REAL)".
            DISPLAY "7) SALIR".
            DISPLAY "===================================".
            DISPLAY "SELECCIONA UNA OPCION: " WITH NO ADVANCING.
            ACCEPT WS-OPCION.
            EVALUATE WS-OPCION
                WHEN "1"
                    PERFORM LISTA-SUSPENSO
                WHEN "2"
                    PERFORM CONSULTA-ITEM
                WHEN "3"
                    PERFORM CORRIGE-ITEM
                WHEN "4"
                    PERFORM ANULA-ITEM
                WHEN "5"
                    PERFORM RETIENE-ITEM
                WHEN "6"
                    PERFORM LIBERA-DUPLICADO
                WHEN "7"
                    SET FIN-MENU TO TRUE
                WHEN OTHER
                    DISPLAY "OPCION NO VALIDA."
            END-EVALUATE.

       LISTA-SUSPENSO.
      *El numero de item es la posicion en SUSPENSE.DAT; con el se
      *elige el registro en las demas opciones.
            DISPLAY "MOTIVO (BLANCO = TODOS): " WITH NO ADVANCING.
            MOVE SPACES TO WS-FILTRO-MOTIVO.
            ACCEPT WS-FILTRO-MOTIVO.
            DISPLAY "FECHA DE ALTA AAAAMMDD (BLANCO = TODAS): "
                    WITH NO ADVANCING.
            MOVE SPACES TO WS-FILTRO-FECHA.
            ACCEPT WS-FILTRO-FECHA.
            DISPLAY "ITEM MOTIV DATOS                              "
                    "      ALTA     CIC L E".
            MOVE 0 TO WS-CNT-LISTADOS.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-SUS-CNT
                ADD 1 TO WS-IDX
                MOVE WS-SUS-IMAGEN(WS-IDX) TO SUSP-REC
                IF (WS-FILTRO-MOTIVO = SPACES
                    OR SUSP-MOTIVO = WS-FILTRO-MOTIVO)
                 AND (WS-FILTRO-FECHA = SPACES
                    OR SUSP-FECHA-ALTA = WS-FILTRO-FECHA)
                    ADD 1 TO WS-CNT-LISTADOS
                    DISPLAY WS-IDX "  " SUSP-REC(1:63)
                END-IF
            END-PERFORM.
            DISPLAY WS-CNT-LISTADOS " ITEMS LISTADOS DE "
                    WS-SUS-CNT " EN SUSPENSO.".

       PIDE-ITEM.
            DISPLAY "NUMERO DE ITEM: " WITH NO ADVANCING.
            MOVE 0 TO WS-NUM-PEDIDO.
            ACCEPT WS-NUM-PEDIDO.
            IF WS-NUM-PEDIDO NOT NUMERIC
                MOVE 0 TO WS-NUM-PEDIDO
            END-IF.
            IF WS-NUM-PEDIDO > WS-SUS-CNT
                MOVE 0 TO WS-NUM-PEDIDO
            END-IF.
            IF WS-NUM-PEDIDO > 0
                MOVE WS-SUS-IMAGEN(WS-NUM-PEDIDO) TO SUSP-REC
            END-IF.

       LIBERA-DUPLICADO.
      *Solo un DUPLI se libera: la marca no salta ninguna otra
      *validacion del posteo.
            IF SOLO-CONSULTA
                DISPLAY "REINICIO PENDIENTE: NO SE PERMITEN CAMBIOS."
            ELSE
            IF WS-NIVEL-OPERADOR < 2
                DISPLAY "LIBERAR UN DUPLICADO EXIGE NIVEL 2."
            ELSE
                PERFORM PIDE-ITEM
                IF WS-NUM-PEDIDO = 0
                    DISPLAY "ITEM NO EXISTE."
                ELSE
                IF SUSP-ESTADO = "A"
                    DISPLAY "EL ITEM ESTA ANULADO."
                ELSE
                IF SUSP-MOTIVO NOT = "DUPLI"
                    DISPLAY "EL ITEM NO ESTA EN SUSPENSO POR "
                            "DUPLICADO (MOTIVO " SUSP-MOTIVO ")."
                ELSE
                IF SUSP-LIBERADO = "L"
                    DISPLAY "EL ITEM YA ESTABA LIBERADO."
                ELSE
                    DISPLAY "DATOS: " SUSP-DATOS
                    DISPLAY "CONFIRMA QUE ES UNA REPETICION REAL "
                            "(S/N): " WITH NO ADVANCING
                    MOVE SPACE TO WS-CONFIRMA
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA = "S"
                        MOVE SUSP-REC TO WS-IMAGEN-ANTES
                        MOVE "L" TO SUSP-LIBERADO
                        MOVE "L" TO WS-ACCION
                        PERFORM APLICA-ACCION
                        IF ACCION-APLICADA
                            DISPLAY "ITEM " WS-NUM-PEDIDO " LIBERADO: "
                                    "POSTEARA EN LA PROXIMA CORRIDA."
                        END-IF
                    ELSE
                        DISPLAY "SIN CAMBIOS."
                    END-IF
                END-IF
            END-IF.

       CONSULTA-ITEM.
            PERFORM PIDE-ITEM.
            IF WS-NUM-PEDIDO = 0
                DISPLAY "ITEM NO EXISTE."
            ELSE
                PERFORM MUESTRA-ITEM
            END-IF.

       MUESTRA-ITEM.
            MOVE SUSP-DATOS TO TRANS-REC-IN.
            DISPLAY "MOTIVO     : " SUSP-MOTIVO.
            DISPLAY "ALTA       : " SUSP-FECHA-ALTA
                    "   CICLOS: " SUSP-CICLOS.
            DISPLAY "NUM1       : " NUM1-IN.
            DISPLAY "NUM2       : " NUM2-IN.
            DISPLAY "CUENTA     : " CUENTA-IN.
            DISPLAY "OPERACION  : " OPERACION-IN
                    "   OP ORIGINAL: " OPERACION-ORIG.
            DISPLAY "DESTINO    : " CUENTA-DESTINO.
            DISPLAY "LIBERADO   : " SUSP-LIBERADO.
            EVALUATE SUSP-ESTADO
                WHEN "R"
                    DISPLAY "ESTADO     : RETENIDO"
                WHEN "A"
                    DISPLAY "ESTADO     : ANULADO - "
                            SUSP-MOTIVO-ANULA " (" SUSP-OPER-ANULA ")"
                WHEN OTHER
                    DISPLAY "ESTADO     : PENDIENTE"
            END-EVALUATE.

       CORRIGE-ITEM.
      *Se vuelve a capturar la parte corregible de la imagen; el
      *resto del registro TRANSIN queda como llego. El item conserva
      *su motivo, fecha de alta y ciclos, y se resubmite en la
      *proxima corrida; una liberacion de duplicado previa se pierde
      *porque el item corregido ya es otra transaccion.
            IF SOLO-CONSULTA
                DISPLAY "REINICIO PENDIENTE: NO SE PERMITEN CAMBIOS."
            ELSE
            IF WS-NIVEL-OPERADOR < 2
                DISPLAY "CORREGIR UN ITEM EXIGE NIVEL 2."
            ELSE
                PERFORM PIDE-ITEM
                IF WS-NUM-PEDIDO = 0
                    DISPLAY "ITEM NO EXISTE."
                ELSE
                IF SUSP-ESTADO = "A"
                    DISPLAY "EL ITEM ESTA ANULADO."
                ELSE
                    PERFORM MUESTRA-ITEM
                    PERFORM CAPTURA-CORRECCION
                    PERFORM VALIDA-CORRECCION
                    IF WS-MOTIVO NOT = SPACES
                        DISPLAY "SIN CAMBIOS: " WS-MOTIVO
                    ELSE
                        MOVE SUSP-REC TO WS-IMAGEN-ANTES
                        MOVE SUSP-DATOS TO TRANS-REC-IN
                        MOVE WS-CAP-NUM1 TO NUM1-IN
                        MOVE WS-CAP-NUM2 TO NUM2-IN
                        MOVE WS-CAP-CUENTA TO CUENTA-IN
                        MOVE WS-CAP-OPERACION TO OPERACION-IN
                        MOVE WS-CAP-OPER-ORIG TO OPERACION-ORIG
                        MOVE WS-CAP-DESTINO TO CUENTA-DESTINO
                        MOVE TRANS-REC-IN TO SUSP-DATOS
                        MOVE SPACE TO SUSP-LIBERADO
                        MOVE "C" TO WS-ACCION
                        PERFORM APLICA-ACCION
                        IF ACCION-APLICADA
                            DISPLAY "ITEM " WS-NUM-PEDIDO
                                    " CORREGIDO: SE RESUBMITE EN LA "
                                    "PROXIMA CORRIDA."
                        END-IF
                    END-IF
                END-IF
            END-IF.

       CAPTURA-CORRECCION.
            DISPLAY "NUM1: " WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-NUM1.
            ACCEPT WS-CAP-NUM1.
            DISPLAY "NUM2: " WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-NUM2.
            ACCEPT WS-CAP-NUM2.
            DISPLAY "CUENTA (8 CARACTERES): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CUENTA.
            ACCEPT WS-CAP-CUENTA.
            DISPLAY "OPERACION (S/R/M/D/V/T): " WITH NO ADVANCING.
            MOVE SPACE TO WS-CAP-OPERACION.
            ACCEPT WS-CAP-OPERACION.
            MOVE SPACE TO WS-CAP-OPER-ORIG.
            MOVE SPACES TO WS-CAP-DESTINO.
            IF WS-CAP-OPERACION = "V"
                DISPLAY "OPERACION ORIGINAL QUE SE REVERSA (S/R/M/D): "
                        WITH NO ADVANCING
                ACCEPT WS-CAP-OPER-ORIG
            END-IF.
            IF WS-CAP-OPERACION = "T"
                DISPLAY "CUENTA DESTINO (8 CARACTERES): "
                        WITH NO ADVANCING
                ACCEPT WS-CAP-DESTINO
            END-IF.

       VALIDA-CORRECCION.
      *La correccion se valida con las mismas reglas que el posteo,
      *para que el item no vuelva a rebotar por lo mismo.
            MOVE SPACES TO WS-MOTIVO.
            IF WS-CAP-OPERACION NOT = "S" AND NOT = "R"
             AND NOT = "M" AND NOT = "D" AND NOT = "V" AND NOT = "T"
                MOVE "OPERACION NO VALIDA (S/R/M/D/V/T)" TO WS-MOTIVO
            END-IF.
            IF WS-CAP-OPERACION = "D" AND WS-CAP-NUM2 = 0
                MOVE "DIVISION ENTRE CERO" TO WS-MOTIVO
            END-IF.
            IF WS-CAP-OPERACION = "V"
             AND WS-CAP-OPER-ORIG NOT = "S" AND NOT = "R"
             AND NOT = "M" AND NOT = "D"
                MOVE "OPERACION ORIGINAL NO VALIDA (S/R/M/D)"
                    TO WS-MOTIVO
            END-IF.
            IF WS-CAP-OPERACION = "T"
                IF WS-CAP-CUENTA = SPACES
                 OR WS-CAP-DESTINO = SPACES
                    MOVE "TRANSFERENCIA SIN CUENTA ORIGEN O DESTINO"
                        TO WS-MOTIVO
                ELSE
                IF WS-CAP-DESTINO = WS-CAP-CUENTA
                    MOVE "TRANSFERENCIA A LA MISMA CUENTA"
                        TO WS-MOTIVO
                ELSE
                IF WS-CAP-NUM1 NOT > 0
                    MOVE "TRANSFERENCIA SIN MONTO" TO WS-MOTIVO
                ELSE
                    MOVE WS-CAP-DESTINO TO WS-CTA-VALIDAR
                    PERFORM VERIFICA-CUENTA
                END-IF
            END-IF.
            IF WS-MOTIVO = SPACES AND WS-CAP-CUENTA NOT = SPACES
                MOVE WS-CAP-CUENTA TO WS-CTA-VALIDAR
                PERFORM VERIFICA-CUENTA
            END-IF.

       VERIFICA-CUENTA.
      *La cuenta tiene que existir en el maestro; si hoy esta
      *inactiva solo se avisa: el item volvera a rechazar como CTAIN
      *mientras siga asi.
            OPEN INPUT MAESTRO-CUENTAS.
            IF WS-FS-CUENTAS NOT = "00"
                MOVE "CUENTAS.DAT NO DISPONIBLE" TO WS-MOTIVO
            ELSE
                MOVE WS-CTA-VALIDAR TO CTA-ID
                READ MAESTRO-CUENTAS
                    INVALID KEY
                        STRING "CUENTA " DELIMITED BY SIZE
                            WS-CTA-VALIDAR DELIMITED BY SIZE
                            " NO EXISTE EN CUENTAS.DAT"
                                DELIMITED BY SIZE
                            INTO WS-MOTIVO
                    NOT INVALID KEY
                        IF CTA-ESTADO NOT = "A"
                            DISPLAY "AVISO: LA CUENTA " CTA-ID
                                    " ESTA INACTIVA."
                        END-IF
                END-READ
                CLOSE MAESTRO-CUENTAS
            END-IF.

       ANULA-ITEM.
      *El item anulado no se borra aqui: la proxima corrida de
      *posteo lo saca a ANULADOS.DAT, para que el cuadre de esa
      *noche lo explique.
            IF SOLO-CONSULTA
                DISPLAY "REINICIO PENDIENTE: NO SE PERMITEN CAMBIOS."
            ELSE
            IF WS-NIVEL-OPERADOR < 3
                DISPLAY "ANULAR UN ITEM EXIGE NIVEL 3."
            ELSE
                PERFORM PIDE-ITEM
                IF WS-NUM-PEDIDO = 0
                    DISPLAY "ITEM NO EXISTE."
                ELSE
                IF SUSP-ESTADO = "A"
                    DISPLAY "EL ITEM YA ESTABA ANULADO."
                ELSE
                    PERFORM MUESTRA-ITEM
                    DISPLAY "MOTIVO DE ANULACION: " WITH NO ADVANCING
                    MOVE SPACES TO WS-CAP-MOTIVO-ANULA
                    ACCEPT WS-CAP-MOTIVO-ANULA
                    IF WS-CAP-MOTIVO-ANULA = SPACES
                        DISPLAY "SIN CAMBIOS: EL MOTIVO DE ANULACION "
                                "ES OBLIGATORIO."
                    ELSE
                        DISPLAY "CONFIRMA LA ANULACION (S/N): "
                                WITH NO ADVANCING
                        MOVE SPACE TO WS-CONFIRMA
                        ACCEPT WS-CONFIRMA
                        IF WS-CONFIRMA = "S"
                            MOVE SUSP-REC TO WS-IMAGEN-ANTES
                            MOVE "A" TO SUSP-ESTADO
                            MOVE WS-CAP-MOTIVO-ANULA
                                TO SUSP-MOTIVO-ANULA
                            MOVE WS-OPERADOR TO SUSP-OPER-ANULA
                            MOVE "A" TO WS-ACCION
                            PERFORM APLICA-ACCION
                            IF ACCION-APLICADA
                                DISPLAY "ITEM " WS-NUM-PEDIDO
                                        " ANULADO: SALE DE LA COLA EN "
                                        "LA PROXIMA CORRIDA."
                            END-IF
                        ELSE
                            DISPLAY "SIN CAMBIOS."
                        END-IF
                    END-IF
                END-IF
            END-IF.

       RETIENE-ITEM.
      *Un item pendiente queda retenido; uno retenido vuelve a la
      *cola de resubmision.
            IF SOLO-CONSULTA
                DISPLAY "REINICIO PENDIENTE: NO SE PERMITEN CAMBIOS."
            ELSE
            IF WS-NIVEL-OPERADOR < 2
                DISPLAY "RETENER UN ITEM EXIGE NIVEL 2."
            ELSE
                PERFORM PIDE-ITEM
                IF WS-NUM-PEDIDO = 0
                    DISPLAY "ITEM NO EXISTE."
                ELSE
                IF SUSP-ESTADO = "A"
                    DISPLAY "EL ITEM ESTA ANULADO."
                ELSE
                    MOVE SUSP-REC TO WS-IMAGEN-ANTES
                    IF SUSP-ESTADO = "R"
                        MOVE SPACE TO SUSP-ESTADO
                        MOVE "Q" TO WS-ACCION
                        PERFORM APLICA-ACCION
                        IF ACCION-APLICADA
                            DISPLAY "ITEM " WS-NUM-PEDIDO
                                    " SIN RETENCION: SE RESUBMITE EN "
                                    "LA PROXIMA CORRIDA."
                        END-IF
                    ELSE
                        MOVE "R" TO SUSP-ESTADO
                        MOVE "R" TO WS-ACCION
                        PERFORM APLICA-ACCION
                        IF ACCION-APLICADA
                            DISPLAY "ITEM " WS-NUM-PEDIDO
                                    " RETENIDO: NO SE RESUBMITE HASTA "
                                    "QUITAR LA RETENCION."
                        END-IF
                    END-IF
                END-IF
            END-IF.

       APLICA-ACCION.
      *Primero el diario de correcciones: sin el no se cambia nada y
      *el item queda como estaba. Con el abierto, el item modificado
      *vuelve a la tabla, el archivo se reescribe y la accion queda
      *en el diario.
            MOVE "N" TO WS-ACCION-APLICADA.
            PERFORM ABRE-DIARIO-CORRECCION.
            IF WS-FS-DIARIO NOT = "00"
                DISPLAY "NO SE PUDO ABRIR SUSPJRN.DAT (STATUS "
                        WS-FS-DIARIO "): LA ACCION NO SE APLICA, EL "
                        "ITEM QUEDA COMO ESTABA."
                MOVE WS-SUS-IMAGEN(WS-NUM-PEDIDO) TO SUSP-REC
            ELSE
                MOVE SUSP-REC TO WS-SUS-IMAGEN(WS-NUM-PEDIDO)
                PERFORM GRABA-SUSPENSO
                PERFORM ESCRIBE-DIARIO-CORRECCION
                SET ACCION-APLICADA TO TRUE
            END-IF.

       ABRE-DIARIO-CORRECCION.
            OPEN EXTEND DIARIO-CORRECCION.
            IF WS-FS-DIARIO NOT = "00"
      *SUSPJRN.DAT no existe todavia: se crea vacio y se reabre en
      *modo EXTEND, el mismo patron que AUDITLOG.DAT.
                OPEN OUTPUT DIARIO-CORRECCION
                CLOSE DIARIO-CORRECCION
                OPEN EXTEND DIARIO-CORRECCION
            END-IF.

       ESCRIBE-DIARIO-CORRECCION.
      *El diario ya esta abierto: lo abrio APLICA-ACCION antes de
      *tocar SUSPENSE.DAT.
            MOVE SPACES TO SUSPJRN-REG.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE WS-TIMESTAMP TO SJR-TIMESTAMP.
            MOVE WS-OPERADOR TO SJR-OPERADOR.
            MOVE "M" TO SJR-ORIGEN.
            MOVE WS-ACCION TO SJR-ACCION.
            MOVE WS-IMAGEN-ANTES TO SJR-ANTES.
            MOVE SUSP-REC TO SJR-DESPUES.
            WRITE SUSPJRN-REG.
            IF WS-FS-DIARIO NOT = "00"
                DISPLAY "AVISO: NO SE PUDO ESCRIBIR SUSPJRN.DAT "
                        "(STATUS " WS-FS-DIARIO ")."
            END-IF.
            CLOSE DIARIO-CORRECCION.
       END PROGRAM CORRIGE-SUSPENSO.
