      * a fresh trailer with the counts/hashes of the KEPT records is
      * written on the cleaned file so OPERACIONES-BASICAS's own
      * trailer check still balances.
      * A transfer detail ("T") must also name two different accounts
      * (CUENTA-IN source, CUENTA-DESTINO destination) and carry an
      * amount above zero in NUM1.
      * A currency code on a detail (MONEDA-IN) must be three letters;
      * blank means the account's own currency. Whether a rate exists
      * is only known at posting (reason SINTC).
      * NUMEROSIN.DAT: numeric checks, NUMERO zero and LIMITE over
      * 100 flagged as out of reasonable range, duplicate
      * NUMERO/LIMITE pairs flagged (first kept), zero-limit default
       COPY TRANSIN.

       FD  TRANSACCIONES-EDT.
       01  TRANS-EDT-REC               PIC X(40).

       FD  NUMEROS-IN.
       01  NUMEROS-REC.
           05  LIMITE-EDT              PIC 9(4).

       FD  REPORTE-EXCEPCIONES.
       01  EXCEPCION-LINEA             PIC X(90).

       FD  OPERADOR-CARD.
       COPY CTLOPER.
                                MOVE "OPERACION ORIGINAL INVALIDA"
                                    TO WS-MOTIVO
                        END-EVALUATE
      *La transferencia ("T") necesita cuenta origen y destino
      *distintas y un monto (NUM1) mayor que cero: sin eso no hay
      *par que postear.
                    WHEN "T"
                        IF CUENTA-IN = SPACES
                         OR CUENTA-DESTINO = SPACES
                         OR CUENTA-DESTINO = CUENTA-IN
                         OR NUM1-IN NOT > 0
                            MOVE "TRANSFERENCIA INCOMPLETA"
                                TO WS-MOTIVO
                        END-IF
                    WHEN OTHER
                        MOVE "CODIGO DE OPERACION INVALIDO"
                            TO WS-MOTIVO
                END-EVALUATE
            END-IF.
      *Moneda del monto: tres letras, o blanco para la de la cuenta.
            IF WS-MOTIVO = SPACES
             AND MONEDA-IN NOT = SPACES
                IF MONEDA-IN(1:1) = SPACE
                 OR MONEDA-IN(2:1) = SPACE
                 OR MONEDA-IN(3:1) = SPACE
                 OR MONEDA-IN NOT ALPHABETIC-UPPER
                    MOVE "CODIGO DE MONEDA INVALIDO" TO WS-MOTIVO
                END-IF
            END-IF.
            IF WS-MOTIVO = SPACES
                ADD 1 TO WS-CNT-DET-LIMPIOS
                ADD NUM1-IN TO WS-HASH1-LIMPIOS
                ADD 1 TO WS-CNT-ERRORES
                MOVE SPACES TO EXCEPCION-LINEA
                MOVE "TRANSIN   " TO EXCEPCION-LINEA(1:10)
                MOVE TRANS-REC-IN TO EXCEPCION-LINEA(11:40)
                MOVE WS-MOTIVO TO EXCEPCION-LINEA(53:30)
                WRITE EXCEPCION-LINEA
            END-IF.

                MOVE SPACES TO EXCEPCION-LINEA
                MOVE "NUMEROSIN " TO EXCEPCION-LINEA(1:10)
                MOVE NUMEROS-REC TO EXCEPCION-LINEA(11:9)
                MOVE WS-MOTIVO TO EXCEPCION-LINEA(53:30)
                WRITE EXCEPCION-LINEA
            END-IF.

            WRITE EXCEPCION-LINEA.
            MOVE SPACES TO EXCEPCION-LINEA.
            MOVE "ARCHIVO   REGISTRO" TO EXCEPCION-LINEA(1:18).
            MOVE "MOTIVO" TO EXCEPCION-LINEA(53:6).
            WRITE EXCEPCION-LINEA.

       ESCRIBE-TOTAL-EXCEPCIONES.
