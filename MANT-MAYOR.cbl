      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Maintenance program for MAYORXRF.DAT, the account-to-general-
      * ledger cross-reference INTERFAZ-MAYOR uses to build the
      * nightly GL journal: map an account to its GL account and GL
      * offset account, change or remove a mapping, look one up, list
      * the cross-reference, or list the accounts in CUENTAS.DAT that
      * still have no mapping (the ones that would land on tonight's
      * exceptions report), from a one-character menu in the style of
      * MANTENIMIENTO-CUENTAS.
      * A mapping is validated when it is keyed: the account must
      * exist in CUENTAS.DAT and both GL accounts must be given and
      * be different, so every journal pair the interface writes
      * balances between two real GL accounts.
      * The cross-reference is line sequential and small: it is
      * loaded into memory and rewritten whole after every change,
      * the same approach as MANTENIMIENTO-OPERADORES. A missing
      * MAYORXRF.DAT simply starts empty.
      * The record layout comes from copybooks/MAYORXRF.cpy, shared
      * with INTERFAZ-MAYOR.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-MAYOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCIA-MAYOR ASSIGN TO "MAYORXRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCIA-MAYOR.
       COPY MAYORXRF.

       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.

       WORKING-STORAGE SECTION.
       01  WS-FS-XREF                  PIC XX.
       01  WS-FS-CUENTAS               PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-OPCION                   PIC X.
       01  WS-FIN-MENU                 PIC X VALUE "N".
           88  FIN-MENU                VALUE "S".
      *Referencia cruzada en memoria; se reescribe completa tras cada
      *cambio.
       01  WS-XRF-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-XREF.
           05  WS-XRF-IMAGEN           PIC X(70) OCCURS 500.
       01  WS-IDX                      PIC 9(3).
       01  WS-IDX-HALLADO              PIC 9(3).
       01  WS-CUENTA-PEDIDA            PIC X(8).
      *Captura del mapeo.
       01  WS-CAP-MAYOR                PIC X(12).
       01  WS-CAP-CONTRA               PIC X(12).
       01  WS-CAP-DESCRIPCION          PIC X(30).
       01  WS-CONFIRMA                 PIC X.
       01  WS-MOTIVO                   PIC X(40).
       01  WS-CNT-SIN-MAPEO            PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARGA-REFERENCIA.
            PERFORM ATIENDE-MENU UNTIL FIN-MENU.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

       CARGA-REFERENCIA.
            MOVE 0 TO WS-XRF-CNT.
            OPEN INPUT REFERENCIA-MAYOR.
            IF WS-FS-XREF NOT = "00"
                DISPLAY "MAYORXRF.DAT NO EXISTIA; SE INICIA VACIO."
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ REFERENCIA-MAYOR
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF WS-XRF-CNT < 500
                                ADD 1 TO WS-XRF-CNT
                                MOVE MAYOR-XRF-REG
                                    TO WS-XRF-IMAGEN(WS-XRF-CNT)
                            ELSE
                                DISPLAY "MAYORXRF.DAT EXCEDE LAS 500 "
                                        "CUENTAS QUE SOPORTA ESTE "
                                        "PROGRAMA. ABORTANDO."
                                CLOSE REFERENCIA-MAYOR
                                MOVE 1 TO RETURN-CODE
                                GOBACK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REFERENCIA-MAYOR
            END-IF.

       GRABA-REFERENCIA.
            OPEN OUTPUT REFERENCIA-MAYOR.
            IF WS-FS-XREF NOT = "00"
                DISPLAY "NO SE PUDO REESCRIBIR MAYORXRF.DAT (STATUS "
                        WS-FS-XREF ")."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-XRF-CNT
                ADD 1 TO WS-IDX
                MOVE WS-XRF-IMAGEN(WS-IDX) TO MAYOR-XRF-REG
                WRITE MAYOR-XRF-REG
            END-PERFORM.
            CLOSE REFERENCIA-MAYOR.

       ATIENDE-MENU.
            DISPLAY "===================================".
            DISPLAY "REFERENCIA CUENTA - MAYOR - MENU".
            DISPLAY "1) ALTA DE MAPEO".
            DISPLAY "2) CAMBIAR CUENTAS DE MAYOR".
            DISPLAY "3) BAJA DE MAPEO".
            DISPLAY "4) CONSULTAR MAPEO".
            DISPLAY "5) LISTAR REFERENCIA".
            DISPLAY "6) CUENTAS SIN MAPEO".
            DISPLAY "7) SALIR".
            DISPLAY "===================================".
            DISPLAY "SELECCIONA UNA OPCION: " WITH NO ADVANCING.
            ACCEPT WS-OPCION.
            EVALUATE WS-OPCION
                WHEN "1"
                    PERFORM ALTA-MAPEO
                WHEN "2"
                    PERFORM CAMBIA-MAPEO
                WHEN "3"
                    PERFORM BAJA-MAPEO
                WHEN "4"
                    PERFORM CONSULTA-MAPEO
                WHEN "5"
                    PERFORM LISTA-REFERENCIA
                WHEN "6"
                    PERFORM LISTA-SIN-MAPEO
                WHEN "7"
                    SET FIN-MENU TO TRUE
                WHEN OTHER
                    DISPLAY "OPCION NO VALIDA."
            END-EVALUATE.

       PIDE-CUENTA.
            DISPLAY "CUENTA (8 CARACTERES): " WITH NO ADVANCING.
            ACCEPT WS-CUENTA-PEDIDA.
            PERFORM BUSCA-CUENTA.

       BUSCA-CUENTA.
            MOVE 0 TO WS-IDX-HALLADO.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-XRF-CNT
                ADD 1 TO WS-IDX
                MOVE WS-XRF-IMAGEN(WS-IDX) TO MAYOR-XRF-REG
                IF XRF-CUENTA = WS-CUENTA-PEDIDA
                    MOVE WS-IDX TO WS-IDX-HALLADO
                    MOVE WS-XRF-CNT TO WS-IDX
                END-IF
            END-PERFORM.
            IF WS-IDX-HALLADO > 0
                MOVE WS-XRF-IMAGEN(WS-IDX-HALLADO) TO MAYOR-XRF-REG
            END-IF.

       ALTA-MAPEO.
            PERFORM PIDE-CUENTA.
            IF WS-CUENTA-PEDIDA = SPACES
                DISPLAY "LA CUENTA ES OBLIGATORIA."
            ELSE
            IF WS-IDX-HALLADO > 0
                DISPLAY "LA CUENTA " WS-CUENTA-PEDIDA " YA TIENE "
                        "MAPEO; USE LA OPCION 2 PARA CAMBIARLO."
            ELSE
            IF WS-XRF-CNT >= 500
                DISPLAY "LA REFERENCIA ESTA LLENA (500 CUENTAS)."
            ELSE
                PERFORM CAPTURA-MAPEO
                PERFORM VALIDA-CAPTURA
                IF WS-MOTIVO NOT = SPACES
                    DISPLAY "MAPEO NO REGISTRADO: " WS-MOTIVO
                ELSE
                    MOVE SPACES TO MAYOR-XRF-REG
                    MOVE WS-CUENTA-PEDIDA TO XRF-CUENTA
                    MOVE WS-CAP-MAYOR TO XRF-CTA-MAYOR
                    MOVE WS-CAP-CONTRA TO XRF-CTA-CONTRA
                    MOVE WS-CAP-DESCRIPCION TO XRF-DESCRIPCION
                    ADD 1 TO WS-XRF-CNT
                    MOVE MAYOR-XRF-REG TO WS-XRF-IMAGEN(WS-XRF-CNT)
                    PERFORM GRABA-REFERENCIA
                    DISPLAY "CUENTA " WS-CUENTA-PEDIDA " MAPEADA."
                END-IF
            END-IF.

       CAPTURA-MAPEO.
            DISPLAY "CUENTA DE MAYOR (12 CARACTERES): "
                    WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-MAYOR.
            ACCEPT WS-CAP-MAYOR.
            DISPLAY "CUENTA DE CONTRAPARTIDA (12 CARACTERES): "
                    WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-CONTRA.
            ACCEPT WS-CAP-CONTRA.
            DISPLAY "DESCRIPCION: " WITH NO ADVANCING.
            MOVE SPACES TO WS-CAP-DESCRIPCION.
            ACCEPT WS-CAP-DESCRIPCION.

       VALIDA-CAPTURA.
      *Un mapeo incompleto rebota al teclearlo, no en el diario de
      *la noche.
            MOVE SPACES TO WS-MOTIVO.
            IF WS-CAP-MAYOR = SPACES OR WS-CAP-CONTRA = SPACES
                MOVE "FALTA UNA CUENTA DE MAYOR" TO WS-MOTIVO
            ELSE
                IF WS-CAP-MAYOR = WS-CAP-CONTRA
                    MOVE "MAYOR Y CONTRAPARTIDA SON LA MISMA CUENTA"
                        TO WS-MOTIVO
                END-IF
            END-IF.
            IF WS-MOTIVO = SPACES
                PERFORM VERIFICA-CUENTA
            END-IF.

       VERIFICA-CUENTA.
            OPEN INPUT MAESTRO-CUENTAS.
            IF WS-FS-CUENTAS NOT = "00"
                MOVE "CUENTAS.DAT NO DISPONIBLE" TO WS-MOTIVO
            ELSE
                MOVE WS-CUENTA-PEDIDA TO CTA-ID
                READ MAESTRO-CUENTAS
                    INVALID KEY
                        MOVE "CUENTA NO EXISTE EN CUENTAS.DAT"
                            TO WS-MOTIVO
                END-READ
                CLOSE MAESTRO-CUENTAS
            END-IF.

       CAMBIA-MAPEO.
            PERFORM PIDE-CUENTA.
            IF WS-IDX-HALLADO = 0
                DISPLAY "LA CUENTA " WS-CUENTA-PEDIDA " NO TIENE "
                        "MAPEO."
            ELSE
                DISPLAY "MAYOR ACTUAL       : " XRF-CTA-MAYOR
                DISPLAY "CONTRAPARTIDA ACTUAL: " XRF-CTA-CONTRA
                PERFORM CAPTURA-MAPEO
                IF WS-CAP-DESCRIPCION = SPACES
                    MOVE XRF-DESCRIPCION TO WS-CAP-DESCRIPCION
                END-IF
                PERFORM VALIDA-CAPTURA
                IF WS-MOTIVO NOT = SPACES
                    DISPLAY "SIN CAMBIOS: " WS-MOTIVO
                ELSE
                    MOVE WS-CAP-MAYOR TO XRF-CTA-MAYOR
                    MOVE WS-CAP-CONTRA TO XRF-CTA-CONTRA
                    MOVE WS-CAP-DESCRIPCION TO XRF-DESCRIPCION
                    MOVE MAYOR-XRF-REG TO WS-XRF-IMAGEN(WS-IDX-HALLADO)
                    PERFORM GRABA-REFERENCIA
                    DISPLAY "MAPEO DE " WS-CUENTA-PEDIDA
                            " ACTUALIZADO."
                END-IF
            END-IF.

       BAJA-MAPEO.
      *Sin mapeo, los posteos de la cuenta vuelven a caer en el
      *reporte de excepciones de la interfaz: se pide confirmacion.
            PERFORM PIDE-CUENTA.
            IF WS-IDX-HALLADO = 0
                DISPLAY "LA CUENTA " WS-CUENTA-PEDIDA " NO TIENE "
                        "MAPEO."
            ELSE
                DISPLAY "SUS POSTEOS IRAN A EXCEPCIONES DEL MAYOR. "
                        "CONFIRMA LA BAJA (S/N): " WITH NO ADVANCING
                ACCEPT WS-CONFIRMA
                IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                    MOVE WS-IDX-HALLADO TO WS-IDX
                    PERFORM UNTIL WS-IDX >= WS-XRF-CNT
                        MOVE WS-XRF-IMAGEN(WS-IDX + 1)
                            TO WS-XRF-IMAGEN(WS-IDX)
                        ADD 1 TO WS-IDX
                    END-PERFORM
                    SUBTRACT 1 FROM WS-XRF-CNT
                    PERFORM GRABA-REFERENCIA
                    DISPLAY "MAPEO DE " WS-CUENTA-PEDIDA
                            " DADO DE BAJA."
                ELSE
                    DISPLAY "BAJA CANCELADA."
                END-IF
            END-IF.

       CONSULTA-MAPEO.
            PERFORM PIDE-CUENTA.
            IF WS-IDX-HALLADO = 0
                DISPLAY "LA CUENTA " WS-CUENTA-PEDIDA " NO TIENE "
                        "MAPEO."
            ELSE
                DISPLAY "CUENTA        : " XRF-CUENTA
                DISPLAY "MAYOR         : " XRF-CTA-MAYOR
                DISPLAY "CONTRAPARTIDA : " XRF-CTA-CONTRA
                DISPLAY "DESCRIPCION   : " XRF-DESCRIPCION
            END-IF.

       LISTA-REFERENCIA.
            DISPLAY "CUENTA   MAYOR        CONTRAPARTIDA "
                    "DESCRIPCION".
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-XRF-CNT
                ADD 1 TO WS-IDX
                DISPLAY WS-XRF-IMAGEN(WS-IDX)
            END-PERFORM.

       LISTA-SIN-MAPEO.
      *Las cuentas del maestro sin mapeo son las que la interfaz
      *mandaria esta noche a excepciones si postean.
            MOVE 0 TO WS-CNT-SIN-MAPEO.
            OPEN INPUT MAESTRO-CUENTAS.
            IF WS-FS-CUENTAS NOT = "00"
                DISPLAY "CUENTAS.DAT NO DISPONIBLE (STATUS "
                        WS-FS-CUENTAS ")."
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ MAESTRO-CUENTAS NEXT
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            MOVE CTA-ID TO WS-CUENTA-PEDIDA
                            PERFORM BUSCA-CUENTA
                            IF WS-IDX-HALLADO = 0
                                ADD 1 TO WS-CNT-SIN-MAPEO
                                DISPLAY CTA-ID " " CTA-DESCRIPCION
                                        " ESTADO " CTA-ESTADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MAESTRO-CUENTAS
                DISPLAY "CUENTAS SIN MAPEO: " WS-CNT-SIN-MAPEO
            END-IF.
       END PROGRAM MANTENIMIENTO-MAYOR.
