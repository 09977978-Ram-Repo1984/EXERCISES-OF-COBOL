      * truncated transfer never half-applies; the second pass applies
      * the details in order.
      * Detail actions ("H"/"T" are reserved for the control records):
      *   A - alta (add; description, currency, parent account and
      *       department from the record, balances zero; blank
      *       currency = base currency, blank parent = top-level)
      *   C - change description
      *   I - inactivate
      *   R - reactivate
      *   L - set posting limits (max single transaction and max
      *       balance in place of the description; zero = no limit),
      *       and the group limit after them (blank = unchanged)
      *   M - change the account's currency (MDET-MONEDA), accepted
      *       only while its balance is zero and the account is not
      *       part of a hierarchy, the same rules as the menu option
      *       in MANTENIMIENTO-CUENTAS
      *   J - set the parent account and department (MDET-PADRE,
      *       MDET-DEPTO; blank parent = top-level)
      * A parent named on an "A" or "J" detail must exist, be kept in
      * the same currency and not hang from the account itself, the
      * same orphan and circular-link checks as the menu; details
      * apply in file order, so a parent added earlier in the same
      * file is already there for its children.
      * Every detail lands on the applied/rejected report MANTCTA.DAT
      * with its reason (duplicate add, unknown account, invalid
      * action...), so the sending department can fix its file.
               FILE STATUS IS WS-FS-MANT.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT REPORTE-MANT ASSIGN TO "MANTCTA.DAT"
       FD  MANTENIMIENTO-IN.
       01  MANT-TIPO-REG.
           05  MANT-TIPO               PIC X.
           05  FILLER                  PIC X(58).
       01  MANT-HDR-REG.
           05  MHDR-TIPO               PIC X.
           05  FILLER                  PIC X.
           05  MDET-CUENTA             PIC X(8).
           05  FILLER                  PIC X.
           05  MDET-DESCRIPCION        PIC X(30).
      *Moneda de la cuenta para las acciones "A" y "M".
           05  FILLER                  PIC X.
           05  MDET-MONEDA             PIC X(3).
      *Cuenta padre y departamento para las acciones "A" y "J".
           05  FILLER                  PIC X.
           05  MDET-PADRE              PIC X(8).
           05  FILLER                  PIC X.
           05  MDET-DEPTO              PIC X(4).
      *Vista alterna del detalle para la accion "L" (limites): en
      *lugar de la descripcion viajan los dos limites de posteo.
       01  MANT-LIM-REG.
           05  MLIM-TRANS              PIC 9(10).
           05  FILLER                  PIC X.
           05  MLIM-SALDO              PIC 9(10).
      *Limite de grupo; en blanco (archivos anteriores al campo) la
      *cuenta conserva el que tenga.
           05  FILLER                  PIC X.
           05  MLIM-GRUPO              PIC X(10).
           05  MLIM-GRUPO-NUM          REDEFINES MLIM-GRUPO
                                        PIC 9(10).

       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.
       01  WS-CNT-APLICADOS            PIC 9(6) VALUE 0.
       01  WS-CNT-RECHAZADOS           PIC 9(6) VALUE 0.
       01  WS-MOTIVO                   PIC X(30).
       01  WS-MONEDA-OK                PIC X.
           88  MONEDA-OK               VALUE "S".
      *Jerarquia: chequeo de la cadena de padres (huerfana, ciclo,
      *moneda, profundidad). La cadena se recorre con el registro
      *del maestro, asi que la cuenta en mantenimiento se guarda
      *antes y se repone despues.
       01  WS-PADRE                    PIC X(8).
       01  WS-JER-CUENTA               PIC X(8).
       01  WS-JER-MONEDA               PIC X(3).
       01  WS-JER-NIVEL                PIC 9(3) VALUE 0.
       01  WS-JER-MAX-NIVELES          PIC 9(3) VALUE 20.
       01  WS-CUENTA-GUARDADA          PIC X(120).
       01  WS-FIN-MAESTRO              PIC X VALUE "N".
           88  FIN-MAESTRO             VALUE "S".
       01  WS-HIJO-HALLADO             PIC X VALUE "N".
           88  HIJO-HALLADO            VALUE "S".
       01  WS-NOMBRE-MANT              PIC X(12)
                                        VALUE "MANTCTAS.DAT".
       01  WS-RC-BORRADO               PIC S9(4) VALUE 0.
                        PERFORM APLICA-REACTIVA
                    WHEN "L"
                        PERFORM APLICA-LIMITES
                    WHEN "M"
                        PERFORM APLICA-MONEDA
                    WHEN "J"
                        PERFORM APLICA-JERARQUIA
                    WHEN OTHER
                        MOVE "CODIGO DE ACCION INVALIDO"
                            TO WS-MOTIVO
            END-IF.

       APLICA-ALTA.
            PERFORM VALIDA-MONEDA.
            MOVE MDET-CUENTA TO CTA-ID.
            READ MAESTRO-CUENTAS
                INVALID KEY
                    IF NOT MONEDA-OK
                        MOVE "MONEDA INVALIDA" TO WS-MOTIVO
                    ELSE
                        MOVE MDET-CUENTA TO WS-JER-CUENTA
                        MOVE MDET-MONEDA TO WS-JER-MONEDA
                        MOVE MDET-PADRE TO WS-PADRE
                        PERFORM VALIDA-JERARQUIA
                        IF WS-MOTIVO = SPACES
                            PERFORM GRABA-ALTA
                        END-IF
                    END-IF
                NOT INVALID KEY
                    MOVE "LA CUENTA YA EXISTE" TO WS-MOTIVO
            END-READ.

       GRABA-ALTA.
            MOVE MDET-CUENTA TO CTA-ID.
            MOVE MDET-DESCRIPCION TO CTA-DESCRIPCION.
            MOVE 0 TO CTA-SALDO.
            MOVE 0 TO CTA-VARIANZA-ACUM.
            MOVE "A" TO CTA-ESTADO.
            MOVE 0 TO CTA-LIM-TRANS.
            MOVE 0 TO CTA-LIM-SALDO.
            MOVE MDET-MONEDA TO CTA-MONEDA.
            MOVE MDET-PADRE TO CTA-PADRE.
            MOVE MDET-DEPTO TO CTA-DEPTO.
            MOVE 0 TO CTA-LIM-GRUPO.
            WRITE CUENTA-REG
                INVALID KEY
                    MOVE "NO SE PUDO DAR DE ALTA" TO WS-MOTIVO
            END-WRITE.

       APLICA-CAMBIO.
            MOVE MDET-CUENTA TO CTA-ID.
            READ MAESTRO-CUENTAS
                NOT INVALID KEY
                    IF MLIM-TRANS NOT NUMERIC
                     OR MLIM-SALDO NOT NUMERIC
                     OR (MLIM-GRUPO NOT = SPACES
                         AND MLIM-GRUPO-NUM NOT NUMERIC)
                        MOVE "LIMITES NO NUMERICOS" TO WS-MOTIVO
                    ELSE
                        MOVE MLIM-TRANS TO CTA-LIM-TRANS
                        MOVE MLIM-SALDO TO CTA-LIM-SALDO
                        IF MLIM-GRUPO NOT = SPACES
                            MOVE MLIM-GRUPO-NUM TO CTA-LIM-GRUPO
                        END-IF
                        PERFORM REESCRIBE-CUENTA
                    END-IF
            END-READ.

       APLICA-MONEDA.
      *Solo con saldo en cero: el saldo de por vida no se reexpresa
      *de una moneda a otra. Tampoco dentro de una jerarquia, que se
      *consolida en una sola moneda.
            PERFORM VALIDA-MONEDA.
            MOVE MDET-CUENTA TO CTA-ID.
            READ MAESTRO-CUENTAS
                INVALID KEY
                    MOVE "CUENTA NO EXISTE" TO WS-MOTIVO
                NOT INVALID KEY
                    IF NOT MONEDA-OK
                        MOVE "MONEDA INVALIDA" TO WS-MOTIVO
                    ELSE
                        IF CTA-SALDO NOT = 0
                            MOVE "SALDO DISTINTO DE CERO"
                                TO WS-MOTIVO
                        ELSE
                            PERFORM BUSCA-HIJOS
                            IF CTA-PADRE NOT = SPACES OR HIJO-HALLADO
                                MOVE "CUENTA EN UNA JERARQUIA"
                                    TO WS-MOTIVO
                            ELSE
                                MOVE MDET-MONEDA TO CTA-MONEDA
                                PERFORM REESCRIBE-CUENTA
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       APLICA-JERARQUIA.
      *Padre y departamento de la cuenta; el padre se valida contra
      *la cadena completa antes de reescribir.
            MOVE MDET-CUENTA TO CTA-ID.
            READ MAESTRO-CUENTAS
                INVALID KEY
                    MOVE "CUENTA NO EXISTE" TO WS-MOTIVO
                NOT INVALID KEY
                    MOVE CUENTA-REG TO WS-CUENTA-GUARDADA
                    MOVE CTA-ID TO WS-JER-CUENTA
                    MOVE CTA-MONEDA TO WS-JER-MONEDA
                    MOVE MDET-PADRE TO WS-PADRE
                    PERFORM VALIDA-JERARQUIA
                    MOVE WS-CUENTA-GUARDADA TO CUENTA-REG
                    IF WS-MOTIVO = SPACES
                        MOVE MDET-PADRE TO CTA-PADRE
                        MOVE MDET-DEPTO TO CTA-DEPTO
                        PERFORM REESCRIBE-CUENTA
                    END-IF
            END-READ.

       VALIDA-JERARQUIA.
      *WS-PADRE tiene que existir (sin huerfanas), llevar la moneda
      *WS-JER-MONEDA (el consolidado no mezcla monedas) y su cadena
      *de padres no puede pasar por WS-JER-CUENTA (sin ciclos). El
      *tope de niveles tambien corta una cadena ya danada. Deja el
      *motivo del rechazo en WS-MOTIVO y CUENTA-REG con la ultima
      *cuenta leida.
            IF WS-PADRE NOT = SPACES
                IF WS-PADRE = WS-JER-CUENTA
                    MOVE "PADRE ES LA MISMA CUENTA" TO WS-MOTIVO
                ELSE
                    MOVE WS-PADRE TO CTA-ID
                    READ MAESTRO-CUENTAS
                        INVALID KEY
                            MOVE "CUENTA PADRE NO EXISTE" TO WS-MOTIVO
                        NOT INVALID KEY
                            IF CTA-MONEDA NOT = WS-JER-MONEDA
                                MOVE "MONEDA DISTINTA DEL PADRE"
                                    TO WS-MOTIVO
                            END-IF
                    END-READ
                    MOVE 1 TO WS-JER-NIVEL
                    PERFORM UNTIL WS-MOTIVO NOT = SPACES
                               OR CTA-PADRE = SPACES
                        IF CTA-PADRE = WS-JER-CUENTA
                            MOVE "CICLO EN LA JERARQUIA" TO WS-MOTIVO
                        ELSE
                            ADD 1 TO WS-JER-NIVEL
                            IF WS-JER-NIVEL > WS-JER-MAX-NIVELES
                                MOVE "MAS DE 20 NIVELES" TO WS-MOTIVO
                            ELSE
                                MOVE CTA-PADRE TO CTA-ID
                                READ MAESTRO-CUENTAS
                                    INVALID KEY
                                        MOVE "CADENA DE PADRES ROTA"
                                            TO WS-MOTIVO
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

       VALIDA-MONEDA.
      *Tres letras, o blanco para la moneda base.
            MOVE "S" TO WS-MONEDA-OK.
            IF MDET-MONEDA NOT = SPACES
                IF MDET-MONEDA(1:1) = SPACE
                 OR MDET-MONEDA(2:1) = SPACE
                 OR MDET-MONEDA(3:1) = SPACE
                 OR MDET-MONEDA NOT ALPHABETIC-UPPER
                    MOVE "N" TO WS-MONEDA-OK
                END-IF
            END-IF.

       REESCRIBE-CUENTA.
            REWRITE CUENTA-REG.
            IF WS-FS-CUENTAS NOT = "00"
            MOVE SPACES TO MANT-LINEA.
            MOVE MDET-ACCION TO MANT-LINEA(1:1).
            MOVE MDET-CUENTA TO MANT-LINEA(3:8).
            PERFORM MUEVE-DETALLE-LINEA.
            MOVE "APLICADO" TO MANT-LINEA(44:8).
            WRITE MANT-LINEA.

            MOVE SPACES TO MANT-LINEA.
            MOVE MDET-ACCION TO MANT-LINEA(1:1).
            MOVE MDET-CUENTA TO MANT-LINEA(3:8).
            PERFORM MUEVE-DETALLE-LINEA.
            MOVE "RECHAZADO:" TO MANT-LINEA(44:10).
            MOVE WS-MOTIVO TO MANT-LINEA(55:26).
            WRITE MANT-LINEA.
            MOVE "I" TO ERR-SEVERIDAD.
            PERFORM REPORTA-ERROR.

       MUEVE-DETALLE-LINEA.
      *La accion "J" no trae descripcion: en su lugar va lo que se
      *pidio (padre y departamento).
            IF MDET-ACCION = "J"
                MOVE "PADRE" TO MANT-LINEA(12:5)
                MOVE MDET-PADRE TO MANT-LINEA(18:8)
                MOVE "DEPTO" TO MANT-LINEA(27:5)
                MOVE MDET-DEPTO TO MANT-LINEA(33:4)
            ELSE
                MOVE MDET-DESCRIPCION TO MANT-LINEA(12:30)
            END-IF.

       ESCRIBE-ENCABEZADO.
            MOVE SPACES TO MANT-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
