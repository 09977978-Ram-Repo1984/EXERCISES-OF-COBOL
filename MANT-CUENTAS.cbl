      * AUDITLOG.DAT.
      * The record layout comes from copybooks/CUENTAS.cpy, shared
      * with OPERACIONES-BASICAS.
      * Each account is kept in one currency, captured at the add
      * (blank = base currency). Option 8 changes it, and only while
      * the balance is zero: the lifetime balance is never restated
      * from one currency into another.
      * Option 9 hangs the account under a parent account and sets
      * its department code, the hierarchy CONSOLIDA-CUENTAS rolls
      * up. The parent must exist (no orphan links), be kept in the
      * same currency, and not hang, directly or further up, from
      * the account itself (no circular links); a blank parent makes
      * the account top-level again. An account that is part of a
      * hierarchy keeps its currency: option 8 refuses it while the
      * account has a parent or any account hangs from it. Option 7
      * also sets the group limit, the balance ceiling the account
      * shares with everything below it.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CUENTAS.
       FILE-CONTROL.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
       DATA DIVISION.
       01  WS-ED-SALDO                 PIC -(10)9.
      *Captura de limites; cero = sin limite.
       01  WS-CAPTURA-LIMITE           PIC 9(10).
      *Captura de moneda: tres letras o blanco (moneda base).
       01  WS-MONEDA                   PIC X(3).
       01  WS-MONEDA-OK                PIC X.
           88  MONEDA-OK               VALUE "S".
      *Jerarquia: padre y departamento capturados, y el chequeo de
      *la cadena de padres (huerfana, ciclo, moneda, profundidad).
      *La cadena se recorre con el registro del maestro, asi que la
      *cuenta en mantenimiento se guarda antes y se repone despues.
       01  WS-PADRE                    PIC X(8).
       01  WS-DEPTO                    PIC X(4).
       01  WS-JER-CUENTA               PIC X(8).
       01  WS-JER-MONEDA               PIC X(3).
       01  WS-JER-MOTIVO               PIC X(30).
       01  WS-JER-NIVEL                PIC 9(3) VALUE 0.
       01  WS-JER-MAX-NIVELES          PIC 9(3) VALUE 20.
       01  WS-CUENTA-GUARDADA          PIC X(120).
       01  WS-FIN-MAESTRO              PIC X VALUE "N".
           88  FIN-MAESTRO             VALUE "S".
       01  WS-HIJO-HALLADO             PIC X VALUE "N".
           88  HIJO-HALLADO            VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "5) CONSULTAR CUENTA".
            DISPLAY "6) SALIR".
            DISPLAY "7) CAMBIAR LIMITES DE POSTEO".
            DISPLAY "8) CAMBIAR MONEDA DE LA CUENTA".
            DISPLAY "9) CAMBIAR CUENTA PADRE Y DEPARTAMENTO".
            DISPLAY "===================================".
            DISPLAY "SELECCIONA UNA OPCION: " WITH NO ADVANCING.
            ACCEPT WS-OPCION.
                    SET FIN-MENU TO TRUE
                WHEN "7"
                    PERFORM CAMBIO-LIMITES
                WHEN "8"
                    PERFORM CAMBIO-MONEDA
                WHEN "9"
                    PERFORM CAMBIO-JERARQUIA
                WHEN OTHER
                    DISPLAY "OPCION NO VALIDA."
            END-EVALUATE.
                    INVALID KEY
                        DISPLAY "DESCRIPCION: " WITH NO ADVANCING
                        ACCEPT WS-DESCRIPCION
                        PERFORM PIDE-MONEDA
                        PERFORM PIDE-JERARQUIA
                        MOVE SPACES TO WS-JER-MOTIVO
                        IF MONEDA-OK
                            MOVE WS-CUENTA-PEDIDA TO WS-JER-CUENTA
                            MOVE WS-MONEDA TO WS-JER-MONEDA
                            PERFORM VALIDA-JERARQUIA
                        END-IF
                        MOVE WS-CUENTA-PEDIDA TO CTA-ID
                        MOVE WS-DESCRIPCION TO CTA-DESCRIPCION
                        MOVE 0 TO CTA-SALDO
                        MOVE "A" TO CTA-ESTADO
                        MOVE 0 TO CTA-LIM-TRANS
                        MOVE 0 TO CTA-LIM-SALDO
                        MOVE WS-MONEDA TO CTA-MONEDA
                        MOVE WS-PADRE TO CTA-PADRE
                        MOVE WS-DEPTO TO CTA-DEPTO
                        MOVE 0 TO CTA-LIM-GRUPO
                        IF NOT MONEDA-OK
                            DISPLAY "MONEDA INVALIDA: TRES LETRAS O "
                                    "BLANCO PARA LA MONEDA BASE."
                        ELSE
                            IF WS-JER-MOTIVO NOT = SPACES
                                DISPLAY "CUENTA PADRE RECHAZADA: "
                                        WS-JER-MOTIVO
                            ELSE
                                PERFORM GRABA-ALTA
                            END-IF
                        END-IF
                    NOT INVALID KEY
                        DISPLAY "LA CUENTA " WS-CUENTA-PEDIDA
                                " YA EXISTE."
                END-READ
            END-IF.

       GRABA-ALTA.
            WRITE CUENTA-REG
                INVALID KEY
                    DISPLAY "NO SE PUDO DAR DE ALTA (STATUS "
                            WS-FS-CUENTAS ")."
                NOT INVALID KEY
                    DISPLAY "CUENTA " WS-CUENTA-PEDIDA
                            " DADA DE ALTA."
            END-WRITE.

       CAMBIO-DESCRIPCION.
            PERFORM PIDE-CUENTA.
            MOVE WS-CUENTA-PEDIDA TO CTA-ID.
                    MOVE CTA-VARIANZA-ACUM TO WS-ED-SALDO
                    DISPLAY "VARIANZA   : " WS-ED-SALDO
                    DISPLAY "ESTADO     : " CTA-ESTADO
                    IF CTA-MONEDA = SPACES
                        DISPLAY "MONEDA     : (BASE)"
                    ELSE
                        DISPLAY "MONEDA     : " CTA-MONEDA
                    END-IF
                    IF CTA-LIM-TRANS NUMERIC
                     AND CTA-LIM-TRANS > 0
                        DISPLAY "LIM TRANS  : " CTA-LIM-TRANS
                    ELSE
                        DISPLAY "LIM SALDO  : (SIN LIMITE)"
                    END-IF
                    IF CTA-PADRE = SPACES
                        DISPLAY "PADRE      : (PRIMER NIVEL)"
                    ELSE
                        DISPLAY "PADRE      : " CTA-PADRE
                    END-IF
                    DISPLAY "DEPTO      : " CTA-DEPTO
                    IF CTA-LIM-GRUPO NUMERIC
                     AND CTA-LIM-GRUPO > 0
                        DISPLAY "LIM GRUPO  : " CTA-LIM-GRUPO
                    ELSE
                        DISPLAY "LIM GRUPO  : (SIN LIMITE)"
                    END-IF
            END-READ.

       CAMBIO-LIMITES.
                    MOVE 0 TO WS-CAPTURA-LIMITE
                    ACCEPT WS-CAPTURA-LIMITE
                    MOVE WS-CAPTURA-LIMITE TO CTA-LIM-SALDO
      *Limite de grupo: saldo consolidado de la cuenta mas todas las
      *que cuelgan de ella.
                    IF CTA-LIM-GRUPO NUMERIC
                        DISPLAY "LIM GRUPO ACTUAL: " CTA-LIM-GRUPO
                    END-IF
                    DISPLAY "LIM GRUPO NUEVO (0 = SIN LIMITE): "
                            WITH NO ADVANCING
                    MOVE 0 TO WS-CAPTURA-LIMITE
                    ACCEPT WS-CAPTURA-LIMITE
                    MOVE WS-CAPTURA-LIMITE TO CTA-LIM-GRUPO
                    PERFORM REESCRIBE-CUENTA
            END-READ.

       PIDE-MONEDA.
            DISPLAY "MONEDA (3 LETRAS, BLANCO = BASE): "
                    WITH NO ADVANCING.
            MOVE SPACES TO WS-MONEDA.
            ACCEPT WS-MONEDA.
            MOVE "S" TO WS-MONEDA-OK.
            IF WS-MONEDA NOT = SPACES
                IF WS-MONEDA(1:1) = SPACE
                 OR WS-MONEDA(2:1) = SPACE
                 OR WS-MONEDA(3:1) = SPACE
                 OR WS-MONEDA NOT ALPHABETIC-UPPER
                    MOVE "N" TO WS-MONEDA-OK
                END-IF
            END-IF.

       CAMBIO-MONEDA.
      *Solo con saldo en cero: el saldo de por vida no se reexpresa
      *de una moneda a otra. Tampoco dentro de una jerarquia, que se
      *consolida en una sola moneda.
            PERFORM PIDE-CUENTA.
            MOVE WS-CUENTA-PEDIDA TO CTA-ID.
            READ MAESTRO-CUENTAS
                INVALID KEY
                    DISPLAY "CUENTA " WS-CUENTA-PEDIDA " NO EXISTE."
                NOT INVALID KEY
                    IF CTA-SALDO = 0
                        PERFORM BUSCA-HIJOS
                    END-IF
                    IF CTA-SALDO NOT = 0
                        MOVE CTA-SALDO TO WS-ED-SALDO
                        DISPLAY "LA CUENTA TIENE SALDO " WS-ED-SALDO
                                "; LA MONEDA SOLO SE CAMBIA CON SALDO "
                                "EN CERO."
                    ELSE
                        IF CTA-PADRE NOT = SPACES OR HIJO-HALLADO
                            DISPLAY "LA CUENTA ESTA EN UNA JERARQUIA; "
                                    "LA MONEDA SOLO SE CAMBIA FUERA DE "
                                    "ELLA."
                        ELSE
                            PERFORM ASIGNA-MONEDA
                        END-IF
                    END-IF
            END-READ.

       ASIGNA-MONEDA.
            DISPLAY "MONEDA ACTUAL: " CTA-MONEDA.
            PERFORM PIDE-MONEDA.
            IF NOT MONEDA-OK
                DISPLAY "MONEDA INVALIDA: TRES LETRAS O "
                        "BLANCO PARA LA MONEDA BASE."
            ELSE
                IF WS-MONEDA = CTA-MONEDA
                    DISPLAY "SIN CAMBIOS."
                ELSE
                    MOVE WS-MONEDA TO CTA-MONEDA
                    PERFORM REESCRIBE-CUENTA
                END-IF
            END-IF.

       PIDE-JERARQUIA.
            DISPLAY "CUENTA PADRE (BLANCO = PRIMER NIVEL): "
                    WITH NO ADVANCING.
            MOVE SPACES TO WS-PADRE.
            ACCEPT WS-PADRE.
            DISPLAY "DEPARTAMENTO (4 CARACTERES): " WITH NO ADVANCING.
            MOVE SPACES TO WS-DEPTO.
            ACCEPT WS-DEPTO.

       CAMBIO-JERARQUIA.
      *Padre y departamento se capturan juntos; el padre se valida
      *contra la cadena completa antes de reescribir.
            PERFORM PIDE-CUENTA.
            MOVE WS-CUENTA-PEDIDA TO CTA-ID.
            READ MAESTRO-CUENTAS
                INVALID KEY
                    DISPLAY "CUENTA " WS-CUENTA-PEDIDA " NO EXISTE."
                NOT INVALID KEY
                    DISPLAY "PADRE ACTUAL: " CTA-PADRE
                            "  DEPARTAMENTO ACTUAL: " CTA-DEPTO
                    PERFORM PIDE-JERARQUIA
                    MOVE CUENTA-REG TO WS-CUENTA-GUARDADA
                    MOVE CTA-ID TO WS-JER-CUENTA
                    MOVE CTA-MONEDA TO WS-JER-MONEDA
                    PERFORM VALIDA-JERARQUIA
                    MOVE WS-CUENTA-GUARDADA TO CUENTA-REG
                    IF WS-JER-MOTIVO NOT = SPACES
                        DISPLAY "CUENTA PADRE RECHAZADA: "
                                WS-JER-MOTIVO
                    ELSE
                        IF WS-PADRE = CTA-PADRE
                         AND WS-DEPTO = CTA-DEPTO
                            DISPLAY "SIN CAMBIOS."
                        ELSE
                            MOVE WS-PADRE TO CTA-PADRE
                            MOVE WS-DEPTO TO CTA-DEPTO
                            PERFORM REESCRIBE-CUENTA
                        END-IF
                    END-IF
            END-READ.

       VALIDA-JERARQUIA.
      *WS-PADRE tiene que existir (sin huerfanas), llevar la moneda
      *WS-JER-MONEDA (el consolidado no mezcla monedas) y su cadena
      *de padres no puede pasar por WS-JER-CUENTA (sin ciclos). El
      *tope de niveles tambien corta una cadena ya danada. Deja el
      *motivo del rechazo en WS-JER-MOTIVO y CUENTA-REG con la ultima
      *cuenta leida.
            MOVE SPACES TO WS-JER-MOTIVO.
            IF WS-PADRE NOT = SPACES
                IF WS-PADRE = WS-JER-CUENTA
                    MOVE "PADRE ES LA MISMA CUENTA" TO WS-JER-MOTIVO
                ELSE
                    MOVE WS-PADRE TO CTA-ID
                    READ MAESTRO-CUENTAS
                        INVALID KEY
                            MOVE "CUENTA PADRE NO EXISTE"
                                TO WS-JER-MOTIVO
                        NOT INVALID KEY
                            IF CTA-MONEDA NOT = WS-JER-MONEDA
                                MOVE "MONEDA DISTINTA DEL PADRE"
                                    TO WS-JER-MOTIVO
                            END-IF
                    END-READ
                    MOVE 1 TO WS-JER-NIVEL
                    PERFORM UNTIL WS-JER-MOTIVO NOT = SPACES
                               OR CTA-PADRE = SPACES
                        IF CTA-PADRE = WS-JER-CUENTA
                            MOVE "CICLO EN LA JERARQUIA"
                                TO WS-JER-MOTIVO
                        ELSE
                            ADD 1 TO WS-JER-NIVEL
                            IF WS-JER-NIVEL > WS-JER-MAX-NIVELES
                                MOVE "MAS DE 20 NIVELES"
                                    TO WS-JER-MOTIVO
                            ELSE
                                MOVE CTA-PADRE TO CTA-ID
                                READ MAESTRO-CUENTAS
                                    INVALID KEY
                                        MOVE "CADENA DE PADRES ROTA"
                                            TO WS-JER-MOTIVO
                                END-READ
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

       BUSCA-HIJOS.
      *Recorre el maestro buscando alguna cuenta que cuelgue de la
      *que esta en CUENTA-REG; al terminar la deja cargada de nuevo.
            MOVE CUENTA-REG TO WS-CUENTA-GUARDADA.
            MOVE CTA-ID TO WS-JER-CUENTA.
            MOVE "N" TO WS-HIJO-HALLADO.
            MOVE "N" TO WS-FIN-MAESTRO.
            MOVE LOW-VALUES TO CTA-ID.
            START MAESTRO-CUENTAS KEY IS NOT LESS THAN CTA-ID
                INVALID KEY
                    SET FIN-MAESTRO TO TRUE
            END-START.
            PERFORM UNTIL FIN-MAESTRO OR HIJO-HALLADO
                READ MAESTRO-CUENTAS NEXT
                    AT END
                        SET FIN-MAESTRO TO TRUE
                    NOT AT END
                        IF CTA-PADRE = WS-JER-CUENTA
                            SET HIJO-HALLADO TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            MOVE WS-CUENTA-GUARDADA TO CUENTA-REG.

       REESCRIBE-CUENTA.
            REWRITE CUENTA-REG.
            IF WS-FS-CUENTAS = "00"
