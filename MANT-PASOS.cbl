      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Operations' maintenance program for SUITEPAS.DAT, the
      * step-definition table SUITE-NOCTURNA runs from: add a step,
      * change one (order, enabled, critical, highest RETURN-CODE
      * counted as success), remove one, or list the table. Skipping
      * PURGA-GENERACIONES for a night or running COMPARA-DIARIO as
      * non-critical is now a change keyed here, not a program
      * change.
      * Dual control, the same as CTLPARM.DAT: nothing keyed here
      * touches SUITEPAS.DAT. Each change is captured as a PENDING
      * "S" record in PENDIENTES.DAT (copybooks/PENDREC.cpy) carrying
      * the complete new entry, and a second, different level-3
      * operator must approve it in APRUEBA-CAMBIOS before the suite
      * sees it. The signing operator must be an active level-3
      * operator in SEGOPER.DAT, and every sign-on attempt lands in
      * the FIRMAJRN.DAT journal like the other level-3 programs.
      * The table shown is the last approved one; while SUITEPAS.DAT
      * does not exist it is the built-in table the suite runs
      * (copybooks/SUITEDEF.cpy). It is used for the duplicate and
      * unknown-step checks that let a bad request bounce before it
      * ever reaches the approver.
      * Record layouts come from copybooks/SUITEPAS.cpy,
      * copybooks/SEGOPER.cpy and copybooks/PENDREC.cpy.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PASOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASOS-SUITE ASSIGN TO "SUITEPAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASOS.
           SELECT SEGURIDAD ASSIGN TO "SEGOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEGURIDAD.
           SELECT PENDIENTES ASSIGN TO "PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDIENTES.
       DATA DIVISION.
       FILE SECTION.
       FD  PASOS-SUITE.
       COPY SUITEPAS.

       FD  SEGURIDAD.
       COPY SEGOPER.

       FD  PENDIENTES.
       COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-PASOS                 PIC XX.
       01  WS-FS-SEGURIDAD             PIC XX.
       01  WS-FS-PENDIENTES            PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-FIN-SEGURIDAD            PIC X VALUE "N".
           88  FIN-SEGURIDAD           VALUE "S".
       01  WS-OPCION                   PIC X.
       01  WS-FIN-MENU                 PIC X VALUE "N".
           88  FIN-MENU                VALUE "S".
      *Firma: cambiar la tabla de pasos exige nivel 3 activo, igual
      *que cambiar parametros.
       01  WS-OFICIAL                  PIC X(8).
       01  WS-FIRMA-VALIDA             PIC X VALUE "N".
           88  FIRMA-VALIDA            VALUE "S".
       01  WS-FIRMA-HALLADA            PIC X VALUE "N".
           88  FIRMA-HALLADA           VALUE "S".
       COPY FIRMALNK.
      *Tabla aprobada en memoria (SUITEPAS.DAT o la interna).
       COPY SUITEDEF.
       01  WS-PASOS-CNT                PIC 9(2) VALUE 0.
       01  WS-TABLA-PASOS.
           05  WS-PAS-ENT OCCURS 40.
               10  WS-PAS-ORDEN        PIC 9(3).
               10  WS-PAS-PROGRAMA     PIC X(30).
               10  WS-PAS-HABILITADO   PIC X.
               10  WS-PAS-CRITICO      PIC X.
               10  WS-PAS-RC-MAX       PIC 9(2).
       01  WS-IDX                      PIC 9(2).
       01  WS-IDX-HALLADO              PIC 9(2).
      *Entrada pedida: viaja completa en el pendiente.
       01  WS-PASO-PEDIDO              PIC X(30).
       01  WS-ORDEN-PEDIDO             PIC 9(3).
       01  WS-HABILITADO-PEDIDO        PIC X.
       01  WS-CRITICO-PEDIDO           PIC X.
       01  WS-RC-MAX-PEDIDO            PIC 9(2).
      *Captura: el RC maximo cero es un valor valido, asi que se
      *captura como texto y el vacio conserva el vigente.
       01  WS-CAPTURA-ORDEN            PIC 9(3).
       01  WS-CAPTURA-TEXTO            PIC X(2).
       01  WS-CAPTURA-LETRA            PIC X.
       01  WS-DATOS-VALIDOS            PIC X VALUE "S".
           88  DATOS-VALIDOS           VALUE "S".
       01  WS-PEND-ACCION              PIC X.
       01  WS-CONFIRMA                 PIC X.
       01  WS-TIMESTAMP                PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM FIRMA-OFICIAL.
            IF NOT FIRMA-VALIDA
                DISPLAY "SOLO UN OPERADOR ACTIVO DE NIVEL 3 PUEDE "
                        "CAMBIAR LA TABLA DE PASOS DE LA SUITE."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARGA-PASOS.
            PERFORM ATIENDE-MENU UNTIL FIN-MENU.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

       FIRMA-OFICIAL.
      *Todo intento - aceptado o rechazado - queda en el diario de
      *firmas FIRMAJRN.DAT para el reporte del oficial de seguridad.
            MOVE "N" TO WS-FIRMA-VALIDA.
            MOVE "N" TO WS-FIRMA-HALLADA.
            MOVE SPACES TO FIRMA-MOTIVO.
            DISPLAY "ID DE OPERADOR (NIVEL 3): " WITH NO ADVANCING.
            ACCEPT WS-OFICIAL.
            OPEN INPUT SEGURIDAD.
            IF WS-FS-SEGURIDAD NOT = "00"
                DISPLAY "SEGOPER.DAT NO DISPONIBLE (STATUS "
                        WS-FS-SEGURIDAD "): SIN MAESTRO DE "
                        "SEGURIDAD NO SE CAMBIA LA TABLA DE PASOS."
                MOVE "SIN MAESTRO SEGURIDAD" TO FIRMA-MOTIVO
            ELSE
                MOVE "N" TO WS-FIN-SEGURIDAD
                PERFORM UNTIL FIN-SEGURIDAD
                    READ SEGURIDAD
                        AT END
                            SET FIN-SEGURIDAD TO TRUE
                        NOT AT END
                            IF SEG-OPER-ID = WS-OFICIAL
                                SET FIN-SEGURIDAD TO TRUE
                                SET FIRMA-HALLADA TO TRUE
                                IF SEG-ESTADO = "A"
                                 AND SEG-NIVEL NUMERIC
                                 AND SEG-NIVEL = 3
                                    MOVE "S" TO WS-FIRMA-VALIDA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SEGURIDAD
                IF NOT FIRMA-VALIDA
                    IF NOT FIRMA-HALLADA
                        MOVE "NO REGISTRADO" TO FIRMA-MOTIVO
                    ELSE
                        MOVE "SUSPENDIDO O SIN NIVEL 3"
                            TO FIRMA-MOTIVO
                    END-IF
                END-IF
            END-IF.
            MOVE "MANT-PASOS" TO FIRMA-PROGRAMA.
            MOVE WS-OFICIAL TO FIRMA-OPERADOR-ID.
            IF FIRMA-VALIDA
                MOVE "A" TO FIRMA-RESULTADO
            ELSE
                MOVE "R" TO FIRMA-RESULTADO
            END-IF.
            CALL "REGISTRA-FIRMA" USING FIRMA-AREA.

       CARGA-PASOS.
            MOVE 0 TO WS-PASOS-CNT.
            OPEN INPUT PASOS-SUITE.
            IF WS-FS-PASOS NOT = "00"
                DISPLAY "SUITEPAS.DAT NO EXISTE TODAVIA: SE MUESTRA "
                        "LA TABLA INTERNA QUE CORRE LA SUITE."
                MOVE 0 TO WS-IDX
                PERFORM UNTIL WS-IDX >= SDEF-CNT
                    ADD 1 TO WS-IDX
                    ADD 1 TO WS-PASOS-CNT
                    MOVE SDEF-ENT(WS-IDX) TO WS-PAS-ENT(WS-PASOS-CNT)
                END-PERFORM
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ PASOS-SUITE
                        AT END
                            SET FIN-ARCHIVO TO TRUE
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

       ATIENDE-MENU.
            DISPLAY "===================================".
            DISPLAY "TABLA DE PASOS DE LA SUITE - MENU".
            DISPLAY "1) ALTA DE PASO".
            DISPLAY "2) CAMBIAR PASO".
            DISPLAY "3) BAJA DE PASO".
            DISPLAY "4) LISTAR TABLA".
            DISPLAY "5) SALIR".
            DISPLAY "===================================".
            DISPLAY "SELECCIONA UNA OPCION: " WITH NO ADVANCING.
            ACCEPT WS-OPCION.
            EVALUATE WS-OPCION
                WHEN "1"
                    PERFORM ALTA-PASO
                WHEN "2"
                    PERFORM CAMBIA-PASO
                WHEN "3"
                    PERFORM BAJA-PASO
                WHEN "4"
                    PERFORM LISTA-PASOS
                WHEN "5"
                    SET FIN-MENU TO TRUE
                WHEN OTHER
                    DISPLAY "OPCION NO VALIDA."
            END-EVALUATE.

       PIDE-PASO.
            DISPLAY "PROGRAMA DEL PASO (PROGRAM-ID): "
                    WITH NO ADVANCING.
            MOVE SPACES TO WS-PASO-PEDIDO.
            ACCEPT WS-PASO-PEDIDO.
            MOVE 0 TO WS-IDX-HALLADO.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-PASOS-CNT
                ADD 1 TO WS-IDX
                IF WS-PAS-PROGRAMA(WS-IDX) = WS-PASO-PEDIDO
                    MOVE WS-IDX TO WS-IDX-HALLADO
                    MOVE WS-PASOS-CNT TO WS-IDX
                END-IF
            END-PERFORM.

       ALTA-PASO.
            PERFORM PIDE-PASO.
            IF WS-PASO-PEDIDO = SPACES
                DISPLAY "EL PROGRAMA ES OBLIGATORIO."
            ELSE
            IF WS-PASO-PEDIDO = "SUITE-NOCTURNA"
      *La suite no puede llamarse a si misma como paso.
                DISPLAY "SUITE-NOCTURNA NO PUEDE SER UN PASO."
            ELSE
            IF WS-IDX-HALLADO > 0
                DISPLAY "EL PASO " WS-PASO-PEDIDO " YA ESTA EN LA "
                        "TABLA."
            ELSE
            IF WS-PASOS-CNT >= 40
                DISPLAY "LA TABLA ESTA LLENA (40 PASOS)."
            ELSE
      *Un paso nuevo nace habilitado, critico y con exito solo en
      *RETURN-CODE 0, el trato que la suite daba a todo paso.
                MOVE 0 TO WS-ORDEN-PEDIDO
                MOVE "S" TO WS-HABILITADO-PEDIDO
                MOVE "S" TO WS-CRITICO-PEDIDO
                MOVE 0 TO WS-RC-MAX-PEDIDO
                PERFORM CAPTURA-ENTRADA
                IF WS-ORDEN-PEDIDO = 0
                    DISPLAY "EL ORDEN ES OBLIGATORIO EN UN ALTA."
                    MOVE "N" TO WS-DATOS-VALIDOS
                END-IF
                IF DATOS-VALIDOS
                    MOVE "A" TO WS-PEND-ACCION
                    PERFORM ESCRIBE-PENDIENTE-PASO
                END-IF
            END-IF.

       CAMBIA-PASO.
            PERFORM PIDE-PASO.
            IF WS-IDX-HALLADO = 0
                DISPLAY "EL PASO " WS-PASO-PEDIDO " NO ESTA EN LA "
                        "TABLA."
            ELSE
                MOVE WS-PAS-ORDEN(WS-IDX-HALLADO) TO WS-ORDEN-PEDIDO
                MOVE WS-PAS-HABILITADO(WS-IDX-HALLADO)
                    TO WS-HABILITADO-PEDIDO
                MOVE WS-PAS-CRITICO(WS-IDX-HALLADO)
                    TO WS-CRITICO-PEDIDO
                MOVE WS-PAS-RC-MAX(WS-IDX-HALLADO)
                    TO WS-RC-MAX-PEDIDO
                PERFORM CAPTURA-ENTRADA
                IF DATOS-VALIDOS
                    MOVE "C" TO WS-PEND-ACCION
                    PERFORM ESCRIBE-PENDIENTE-PASO
                END-IF
            END-IF.

       BAJA-PASO.
            PERFORM PIDE-PASO.
            IF WS-IDX-HALLADO = 0
                DISPLAY "EL PASO " WS-PASO-PEDIDO " NO ESTA EN LA "
                        "TABLA."
            ELSE
      *Para saltar un paso una noche basta deshabilitarlo; la baja
      *lo saca de la tabla.
                DISPLAY "LA BAJA SACA EL PASO DE LA TABLA (PARA "
                        "SALTARLO BASTA DESHABILITARLO). CONFIRMAS "
                        "(S/N): " WITH NO ADVANCING
                ACCEPT WS-CONFIRMA
                IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                    MOVE WS-PAS-ORDEN(WS-IDX-HALLADO)
                        TO WS-ORDEN-PEDIDO
                    MOVE WS-PAS-HABILITADO(WS-IDX-HALLADO)
                        TO WS-HABILITADO-PEDIDO
                    MOVE WS-PAS-CRITICO(WS-IDX-HALLADO)
                        TO WS-CRITICO-PEDIDO
                    MOVE WS-PAS-RC-MAX(WS-IDX-HALLADO)
                        TO WS-RC-MAX-PEDIDO
                    MOVE "B" TO WS-PEND-ACCION
                    PERFORM ESCRIBE-PENDIENTE-PASO
                ELSE
                    DISPLAY "BAJA CANCELADA."
                END-IF
            END-IF.

       CAPTURA-ENTRADA.
      *Cada dato muestra el valor vigente; la entrada vacia (o cero
      *en el orden) lo conserva.
            MOVE "S" TO WS-DATOS-VALIDOS.
            DISPLAY "ORDEN (" WS-ORDEN-PEDIDO ", VACIO O 0 = SIN "
                    "CAMBIO): " WITH NO ADVANCING.
            MOVE 0 TO WS-CAPTURA-ORDEN.
            ACCEPT WS-CAPTURA-ORDEN.
            IF WS-CAPTURA-ORDEN NUMERIC AND WS-CAPTURA-ORDEN > 0
                MOVE WS-CAPTURA-ORDEN TO WS-ORDEN-PEDIDO
            END-IF.
            DISPLAY "HABILITADO S/N (" WS-HABILITADO-PEDIDO
                    "): " WITH NO ADVANCING.
            MOVE SPACE TO WS-CAPTURA-LETRA.
            ACCEPT WS-CAPTURA-LETRA.
            IF WS-CAPTURA-LETRA = "S" OR WS-CAPTURA-LETRA = "N"
                MOVE WS-CAPTURA-LETRA TO WS-HABILITADO-PEDIDO
            ELSE
                IF WS-CAPTURA-LETRA NOT = SPACE
                    DISPLAY "HABILITADO DEBE SER S O N."
                    MOVE "N" TO WS-DATOS-VALIDOS
                END-IF
            END-IF.
            DISPLAY "CRITICO S/N (" WS-CRITICO-PEDIDO "): "
                    WITH NO ADVANCING.
            MOVE SPACE TO WS-CAPTURA-LETRA.
            ACCEPT WS-CAPTURA-LETRA.
            IF WS-CAPTURA-LETRA = "S" OR WS-CAPTURA-LETRA = "N"
                MOVE WS-CAPTURA-LETRA TO WS-CRITICO-PEDIDO
            ELSE
                IF WS-CAPTURA-LETRA NOT = SPACE
                    DISPLAY "CRITICO DEBE SER S O N."
                    MOVE "N" TO WS-DATOS-VALIDOS
                END-IF
            END-IF.
            DISPLAY "RETURN-CODE MAXIMO DE EXITO (" WS-RC-MAX-PEDIDO
                    "): " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAPTURA-TEXTO.
            ACCEPT WS-CAPTURA-TEXTO.
            IF WS-CAPTURA-TEXTO NOT = SPACES
                IF WS-CAPTURA-TEXTO(2:1) = SPACE
                    MOVE WS-CAPTURA-TEXTO(1:1) TO WS-CAPTURA-TEXTO(2:1)
                    MOVE "0" TO WS-CAPTURA-TEXTO(1:1)
                END-IF
                IF WS-CAPTURA-TEXTO NUMERIC
                    MOVE WS-CAPTURA-TEXTO TO WS-RC-MAX-PEDIDO
                ELSE
                    DISPLAY "EL RETURN-CODE MAXIMO DEBE SER NUMERICO."
                    MOVE "N" TO WS-DATOS-VALIDOS
                END-IF
            END-IF.

       ESCRIBE-PENDIENTE-PASO.
      *Control dual: la entrada completa viaja en el pendiente;
      *SUITEPAS.DAT no se toca hasta que otro nivel 3 la apruebe en
      *APRUEBA-CAMBIOS.
            OPEN EXTEND PENDIENTES.
            IF WS-FS-PENDIENTES NOT = "00"
      *PENDIENTES.DAT no existe todavia: se crea vacio y se reabre
      *en modo EXTEND, el mismo patron que AUDITLOG.DAT.
                OPEN OUTPUT PENDIENTES
                CLOSE PENDIENTES
                OPEN EXTEND PENDIENTES
            END-IF.
            IF WS-FS-PENDIENTES NOT = "00"
                DISPLAY "NO SE PUDO ESCRIBIR PENDIENTES.DAT (STATUS "
                        WS-FS-PENDIENTES "): EL CAMBIO NO QUEDO "
                        "REGISTRADO."
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                MOVE SPACES TO PEND-REG
                MOVE "S" TO PEND-TIPO
                MOVE "P" TO PEND-ESTADO
                MOVE WS-OFICIAL TO PEND-SOLICITANTE
                MOVE WS-TIMESTAMP TO PEND-TS-SOLICITUD
                MOVE WS-PEND-ACCION TO PEND-PS-ACCION
                MOVE WS-ORDEN-PEDIDO TO PEND-PS-ORDEN
                MOVE WS-PASO-PEDIDO TO PEND-PS-PROGRAMA
                MOVE WS-HABILITADO-PEDIDO TO PEND-PS-HABILITADO
                MOVE WS-CRITICO-PEDIDO TO PEND-PS-CRITICO
                MOVE WS-RC-MAX-PEDIDO TO PEND-PS-RC-MAX
                WRITE PEND-REG
                CLOSE PENDIENTES
                DISPLAY "CAMBIO SOBRE " WS-PASO-PEDIDO
                DISPLAY "REGISTRADO COMO PENDIENTE: OTRO OPERADOR DE "
                        "NIVEL 3 DEBE APROBARLO EN APRUEBA-CAMBIOS."
            END-IF.

       LISTA-PASOS.
            DISPLAY "ORDEN PROGRAMA                       HAB CRIT "
                    "RC-MAX".
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-PASOS-CNT
                ADD 1 TO WS-IDX
                DISPLAY WS-PAS-ORDEN(WS-IDX) "   "
                        WS-PAS-PROGRAMA(WS-IDX) " "
                        WS-PAS-HABILITADO(WS-IDX) "   "
                        WS-PAS-CRITICO(WS-IDX) "    "
                        WS-PAS-RC-MAX(WS-IDX)
            END-PERFORM.
       END PROGRAM MANTENIMIENTO-PASOS.
