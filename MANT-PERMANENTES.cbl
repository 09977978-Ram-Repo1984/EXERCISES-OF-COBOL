      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Maintenance program for ORDPERM.DAT, the standing-order master
      * GENERA-PERMANENTES turns into tonight's due transactions: add
      * an order (account, NUM1/NUM2, operation, frequency, start and
      * end dates), cancel one, change its end date, look one up or
      * list the master, from a one-character menu in the style of
      * MANTENIMIENTO-CUENTAS. An order is never deleted - it is
      * cancelled, so the generator's report and the audit trail of
      * what it produced stay explainable.
      * An order is validated when it is keyed, not when it comes
      * due: the account must exist in CUENTAS.DAT, the operation
      * must be one the posting step knows (S/R/M/D - a reversal is
      * never a standing order), the frequency S/Q/M and the dates
      * real calendar dates with the end on or after the start.
      * An account inactivated later is not an error here; the
      * generator skips its items and reports them.
      * The master is line sequential and small: it is loaded into
      * memory and rewritten whole after every change, the same
      * approach as MANTENIMIENTO-OPERADORES. A missing ORDPERM.DAT
      * simply starts empty.
      * The record layout comes from copybooks/ORDPERM.cpy, shared
      * with GENERA-PERMANENTES.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PERMANENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES ASSIGN TO "ORDPERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDENES.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES.
       COPY ORDPERM.

       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.

       WORKING-STORAGE SECTION.
       01  WS-FS-ORDENES               PIC XX.
       01  WS-FS-CUENTAS               PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-OPCION                   PIC X.
       01  WS-FIN-MENU                 PIC X VALUE "N".
           88  FIN-MENU                VALUE "S".
      *Maestro en memoria; se reescribe completo tras cada cambio.
       01  WS-ORD-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-ORDENES.
           05  WS-ORD-IMAGEN           PIC X(80) OCCURS 300.
       01  WS-IDX                      PIC 9(3).
       01  WS-IDX-HALLADO              PIC 9(3).
       01  WS-ID-PEDIDO                PIC X(8).
      *Captura de la orden nueva.
       01  WS-CAP-CUENTA               PIC X(8).
       01  WS-CAP-NUM1                 PIC S9(4).
       01  WS-CAP-NUM2                 PIC S9(4).
       01  WS-CAP-OPERACION            PIC X.
       01  WS-CAP-FRECUENCIA           PIC X.
       01  WS-CAP-INICIO               PIC X(8).
       01  WS-CAP-FIN                  PIC X(8).
       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-FECHA-VALIDA             PIC X.
           88  FECHA-VALIDA            VALUE "S".
       01  WS-MOTIVO                   PIC X(40).
       01  WS-ED-NUM                   PIC -(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARGA-MAESTRO.
            PERFORM ATIENDE-MENU UNTIL FIN-MENU.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

       CARGA-MAESTRO.
            MOVE 0 TO WS-ORD-CNT.
            OPEN INPUT ORDENES.
            IF WS-FS-ORDENES NOT = "00"
                DISPLAY "ORDPERM.DAT NO EXISTIA; SE INICIA VACIO."
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ ORDENES
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF WS-ORD-CNT < 300
                                ADD 1 TO WS-ORD-CNT
                                MOVE ORDEN-REG
                                    TO WS-ORD-IMAGEN(WS-ORD-CNT)
                            ELSE
                                DISPLAY "ORDPERM.DAT EXCEDE LAS 300 "
                                        "ORDENES QUE SOPORTA ESTE "
                                        "PROGRAMA. ABORTANDO."
                                CLOSE ORDENES
                                MOVE 1 TO RETURN-CODE
                                GOBACK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ORDENES
            END-IF.

       GRABA-MAESTRO.
            OPEN OUTPUT ORDENES.
            IF WS-FS-ORDENES NOT = "00"
                DISPLAY "NO SE PUDO REESCRIBIR ORDPERM.DAT (STATUS "
                        WS-FS-ORDENES ")."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-ORD-CNT
                ADD 1 TO WS-IDX
                MOVE WS-ORD-IMAGEN(WS-IDX) TO ORDEN-REG
                WRITE ORDEN-REG
            END-PERFORM.
            CLOSE ORDENES.

       ATIENDE-MENU.
            DISPLAY "===================================".
            DISPLAY "ORDENES PERMANENTES - MENU".
            DISPLAY "1) ALTA DE ORDEN".
            DISPLAY "2) CANCELAR ORDEN".
            DISPLAY "3) CAMBIAR FECHA FIN".
            DISPLAY "4) CONSULTAR ORDEN".
            DISPLAY "5) LISTAR MAESTRO".
            DISPLAY "6) SALIR".
            DISPLAY "===================================".
            DISPLAY "SELECCIONA UNA OPCION: " WITH NO ADVANCING.
            ACCEPT WS-OPCION.
            EVALUATE WS-OPCION
                WHEN "1"
                    PERFORM ALTA-ORDEN
                WHEN "2"
                    PERFORM CANCELA-ORDEN
                WHEN "3"
                    PERFORM CAMBIA-FECHA-FIN
                WHEN "4"
                    PERFORM CONSULTA-ORDEN
                WHEN "5"
                    PERFORM LISTA-MAESTRO
                WHEN "6"
                    SET FIN-MENU TO TRUE
                WHEN OTHER
                    DISPLAY "OPCION NO VALIDA."
            END-EVALUATE.

       PIDE-ID.
            DISPLAY "ID DE ORDEN (8 CARACTERES): " WITH NO ADVANCING.
            ACCEPT WS-ID-PEDIDO.
            MOVE 0 TO WS-IDX-HALLADO.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-ORD-CNT
                ADD 1 TO WS-IDX
                MOVE WS-ORD-IMAGEN(WS-IDX) TO ORDEN-REG
                IF ORD-ID = WS-ID-PEDIDO
                    MOVE WS-IDX TO WS-IDX-HALLADO
                    MOVE WS-ORD-CNT TO WS-IDX
                END-IF
            END-PERFORM.
            IF WS-IDX-HALLADO > 0
                MOVE WS-ORD-IMAGEN(WS-IDX-HALLADO) TO ORDEN-REG
            END-IF.

       ALTA-ORDEN.
            PERFORM PIDE-ID.
            IF WS-ID-PEDIDO = SPACES
                DISPLAY "EL ID DE ORDEN ES OBLIGATORIO."
            ELSE
            IF WS-IDX-HALLADO > 0
                DISPLAY "LA ORDEN " WS-ID-PEDIDO " YA EXISTE."
            ELSE
            IF WS-ORD-CNT >= 300
                DISPLAY "EL MAESTRO ESTA LLENO (300 ORDENES)."
            ELSE
                PERFORM CAPTURA-ORDEN
                PERFORM VALIDA-CAPTURA
                IF WS-MOTIVO NOT = SPACES
                    DISPLAY "ORDEN NO REGISTRADA: " WS-MOTIVO
                ELSE
                    MOVE SPACES TO ORDEN-REG
                    MOVE WS-ID-PEDIDO TO ORD-ID
                    MOVE WS-CAP-CUENTA TO ORD-CUENTA
                    MOVE WS-CAP-NUM1 TO ORD-NUM1
                    MOVE WS-CAP-NUM2 TO ORD-NUM2
                    MOVE WS-CAP-OPERACION TO ORD-OPERACION
                    MOVE WS-CAP-FRECUENCIA TO ORD-FRECUENCIA
                    MOVE WS-CAP-INICIO TO ORD-FECHA-INICIO
                    MOVE WS-CAP-FIN TO ORD-FECHA-FIN
                    MOVE SPACES TO ORD-ULTIMA-GEN
                    MOVE "A" TO ORD-ESTADO
                    ADD 1 TO WS-ORD-CNT
                    MOVE ORDEN-REG TO WS-ORD-IMAGEN(WS-ORD-CNT)
                    PERFORM GRABA-MAESTRO
                    DISPLAY "ORDEN " WS-ID-PEDIDO " DADA DE ALTA."
                END-IF
            END-IF.

       CAPTURA-ORDEN.
            DISPLAY "CUENTA (8 CARACTERES): " WITH NO ADVANCING.
            ACCEPT WS-CAP-CUENTA.
            DISPLAY "NUM1: " WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-NUM1.
            ACCEPT WS-CAP-NUM1.
            DISPLAY "NUM2: " WITH NO ADVANCING.
            MOVE 0 TO WS-CAP-NUM2.
            ACCEPT WS-CAP-NUM2.
            DISPLAY "OPERACION (S/R/M/D): " WITH NO ADVANCING.
            ACCEPT WS-CAP-OPERACION.
            DISPLAY "FRECUENCIA (S SEMANAL / Q CATORCENAL / "
                    "M MENSUAL): " WITH NO ADVANCING.
            ACCEPT WS-CAP-FRECUENCIA.
            DISPLAY "FECHA DE INICIO (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-CAP-INICIO.
            DISPLAY "FECHA FIN (AAAAMMDD, BLANCO = SIN FIN): "
                    WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-FIN.
            ACCEPT WS-CAP-FIN.

       VALIDA-CAPTURA.
      *Una orden mal formada rebota al teclearla, no a las tres de
      *la manana cuando vence.
            MOVE SPACES TO WS-MOTIVO.
            IF WS-CAP-OPERACION NOT = "S" AND NOT = "R"
             AND NOT = "M" AND NOT = "D"
                MOVE "OPERACION NO VALIDA (S/R/M/D)" TO WS-MOTIVO
            END-IF.
            IF WS-CAP-FRECUENCIA NOT = "S" AND NOT = "Q"
             AND NOT = "M"
                MOVE "FRECUENCIA NO VALIDA (S/Q/M)" TO WS-MOTIVO
            END-IF.
            IF WS-CAP-OPERACION = "D" AND WS-CAP-NUM2 = 0
                MOVE "DIVISION ENTRE CERO" TO WS-MOTIVO
            END-IF.
            MOVE WS-CAP-INICIO TO WS-FECHA-NUM.
            PERFORM VERIFICA-FECHA.
            IF NOT FECHA-VALIDA
                MOVE "FECHA DE INICIO NO VALIDA" TO WS-MOTIVO
            END-IF.
            IF WS-CAP-FIN NOT = SPACES
                MOVE WS-CAP-FIN TO WS-FECHA-NUM
                PERFORM VERIFICA-FECHA
                IF NOT FECHA-VALIDA
                    MOVE "FECHA FIN NO VALIDA" TO WS-MOTIVO
                ELSE
                    IF WS-CAP-FIN < WS-CAP-INICIO
                        MOVE "FECHA FIN ANTERIOR AL INICIO"
                            TO WS-MOTIVO
                    END-IF
                END-IF
            END-IF.
            IF WS-CAP-CUENTA = SPACES
                MOVE "LA CUENTA ES OBLIGATORIA" TO WS-MOTIVO
            ELSE
                PERFORM VERIFICA-CUENTA
            END-IF.

       VERIFICA-FECHA.
            MOVE "N" TO WS-FECHA-VALIDA.
            IF WS-FECHA-NUM NUMERIC
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NUM) = 0
                    MOVE "S" TO WS-FECHA-VALIDA
                END-IF
            END-IF.

       VERIFICA-CUENTA.
      *La cuenta tiene que existir en el maestro; si hoy esta
      *inactiva solo se avisa: el generador saltara sus vencimientos
      *mientras siga asi.
            OPEN INPUT MAESTRO-CUENTAS.
            IF WS-FS-CUENTAS NOT = "00"
                MOVE "CUENTAS.DAT NO DISPONIBLE" TO WS-MOTIVO
            ELSE
                MOVE WS-CAP-CUENTA TO CTA-ID
                READ MAESTRO-CUENTAS
                    INVALID KEY
                        MOVE "CUENTA NO EXISTE EN CUENTAS.DAT"
                            TO WS-MOTIVO
                    NOT INVALID KEY
                        IF CTA-ESTADO NOT = "A"
                            DISPLAY "AVISO: LA CUENTA " CTA-ID
                                    " ESTA INACTIVA; SUS "
                                    "VENCIMIENTOS SE SALTARAN."
                        END-IF
                END-READ
                CLOSE MAESTRO-CUENTAS
            END-IF.

       CANCELA-ORDEN.
            PERFORM PIDE-ID.
            IF WS-IDX-HALLADO = 0
                DISPLAY "ORDEN " WS-ID-PEDIDO " NO EXISTE."
            ELSE
            IF ORD-ESTADO NOT = "A"
                DISPLAY "LA ORDEN YA NO ESTABA ACTIVA (ESTADO "
                        ORD-ESTADO ")."
            ELSE
                MOVE "C" TO ORD-ESTADO
                MOVE ORDEN-REG TO WS-ORD-IMAGEN(WS-IDX-HALLADO)
                PERFORM GRABA-MAESTRO
                DISPLAY "ORDEN " WS-ID-PEDIDO " CANCELADA."
            END-IF.

       CAMBIA-FECHA-FIN.
            PERFORM PIDE-ID.
            IF WS-IDX-HALLADO = 0
                DISPLAY "ORDEN " WS-ID-PEDIDO " NO EXISTE."
            ELSE
            IF ORD-ESTADO = "C"
                DISPLAY "LA ORDEN ESTA CANCELADA."
            ELSE
                DISPLAY "FECHA FIN ACTUAL: " ORD-FECHA-FIN
                DISPLAY "FECHA FIN NUEVA (AAAAMMDD, BLANCO = SIN "
                        "FIN): " WITH NO ADVANCING
                MOVE SPACES TO WS-CAP-FIN
                ACCEPT WS-CAP-FIN
                MOVE SPACES TO WS-MOTIVO
                IF WS-CAP-FIN NOT = SPACES
                    MOVE WS-CAP-FIN TO WS-FECHA-NUM
                    PERFORM VERIFICA-FECHA
                    IF NOT FECHA-VALIDA
                        MOVE "FECHA FIN NO VALIDA" TO WS-MOTIVO
                    ELSE
                        IF WS-CAP-FIN < ORD-FECHA-INICIO
                            MOVE "FECHA FIN ANTERIOR AL INICIO"
                                TO WS-MOTIVO
                        END-IF
                    END-IF
                END-IF
                IF WS-MOTIVO NOT = SPACES
                    DISPLAY "SIN CAMBIOS: " WS-MOTIVO
                ELSE
      *Una orden vencida cuya fecha fin se extiende vuelve a quedar
      *activa; el generador retoma despues de su ultimo vencimiento.
                    MOVE WS-CAP-FIN TO ORD-FECHA-FIN
                    MOVE "A" TO ORD-ESTADO
                    MOVE ORDEN-REG TO WS-ORD-IMAGEN(WS-IDX-HALLADO)
                    PERFORM GRABA-MAESTRO
                    DISPLAY "ORDEN " WS-ID-PEDIDO " ACTUALIZADA."
                END-IF
            END-IF.

       CONSULTA-ORDEN.
            PERFORM PIDE-ID.
            IF WS-IDX-HALLADO = 0
                DISPLAY "ORDEN " WS-ID-PEDIDO " NO EXISTE."
            ELSE
                DISPLAY "ORDEN      : " ORD-ID
                DISPLAY "CUENTA     : " ORD-CUENTA
                MOVE ORD-NUM1 TO WS-ED-NUM
                DISPLAY "NUM1       : " WS-ED-NUM
                MOVE ORD-NUM2 TO WS-ED-NUM
                DISPLAY "NUM2       : " WS-ED-NUM
                DISPLAY "OPERACION  : " ORD-OPERACION
                DISPLAY "FRECUENCIA : " ORD-FRECUENCIA
                DISPLAY "INICIO     : " ORD-FECHA-INICIO
                DISPLAY "FIN        : " ORD-FECHA-FIN
                DISPLAY "ULTIMO VTO : " ORD-ULTIMA-GEN
                DISPLAY "ESTADO     : " ORD-ESTADO
            END-IF.

       LISTA-MAESTRO.
            DISPLAY "ORDEN    CUENTA    NUM1  NUM2 OP F INICIO   "
                    "FIN      ULT.VTO  E".
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-ORD-CNT
                ADD 1 TO WS-IDX
                DISPLAY WS-ORD-IMAGEN(WS-IDX)(1:62)
            END-PERFORM.
       END PROGRAM MANTENIMIENTO-PERMANENTES.
