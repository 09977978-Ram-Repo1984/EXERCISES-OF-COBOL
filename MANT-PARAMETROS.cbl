      ******************************************************************
      * Controlled update of CTLPARM.DAT: the decision threshold,
      * tolerance and generation-retention parameters the suite reads
      * every night (and the batch-window slowdown percentage and
      * target end time REPORTE-VENTANA measures against). Changing
      * them now requires signing on with level 3 (change
      * parameters) in the SEGOPER.DAT security master -
      * level 2 lets you run the batch, not move finance's limits.
      * Shows the current values, accepts a replacement for each
      * (empty keeps the current value), and - dual control, flagged
       01  WS-PCT-ERRORES              PIC 9(3) VALUE 10.
       01  WS-PCT-SWING                PIC 9(3) VALUE 25.
       01  WS-CICLOS-SUSP              PIC 9(3) VALUE 5.
       01  WS-DIAS-DUPLI               PIC 9(3) VALUE 7.
       01  WS-PCT-DEMORA               PIC 9(3) VALUE 50.
       01  WS-HORA-META                PIC 9(4) VALUE 600.
       01  WS-CAPTURA-NUM              PIC 9(4).
       01  WS-FS-PENDIENTES            PIC XX.
       01  WS-TIMESTAMP                PIC X(26).
            PERFORM CAPTURA-PCT-SWING.
            DISPLAY "CICLOS SUSP VIGENTE: " WS-CICLOS-SUSP.
            PERFORM CAPTURA-CICLOS-SUSP.
            DISPLAY "DIAS DUPLIC VIGENTE: " WS-DIAS-DUPLI.
            PERFORM CAPTURA-DIAS-DUPLI.
            DISPLAY "PCT DEMORA VIGENTE : " WS-PCT-DEMORA.
            PERFORM CAPTURA-PCT-DEMORA.
            DISPLAY "HORA META VIGENTE  : " WS-HORA-META.
            PERFORM CAPTURA-HORA-META.
            PERFORM ESCRIBE-PENDIENTE.
            DISPLAY "CAMBIO DE PARAMETROS REGISTRADO POR "
                    WS-OFICIAL " COMO PENDIENTE: OTRO OPERADOR DE "
                         AND PARM-CICLOS-SUSP > 0
                            MOVE PARM-CICLOS-SUSP TO WS-CICLOS-SUSP
                        END-IF
                        IF PARM-DIAS-DUPLI NUMERIC
                         AND PARM-DIAS-DUPLI > 0
                            MOVE PARM-DIAS-DUPLI TO WS-DIAS-DUPLI
                        END-IF
                        IF PARM-PCT-DEMORA NUMERIC
                         AND PARM-PCT-DEMORA > 0
                            MOVE PARM-PCT-DEMORA TO WS-PCT-DEMORA
                        END-IF
                        IF PARM-HORA-META NUMERIC
                         AND PARM-HORA-META > 0
                            MOVE PARM-HORA-META TO WS-HORA-META
                        END-IF
                END-READ
                CLOSE PARAMETROS
            END-IF.
                MOVE WS-CAPTURA-NUM TO WS-CICLOS-SUSP
            END-IF.

       CAPTURA-DIAS-DUPLI.
            DISPLAY "DIAS DUPLIC NUEVO (VACIO O 0 = SIN CAMBIO): "
                    WITH NO ADVANCING.
            MOVE 0 TO WS-CAPTURA-NUM.
            ACCEPT WS-CAPTURA-NUM.
            IF WS-CAPTURA-NUM NUMERIC AND WS-CAPTURA-NUM > 0
             AND WS-CAPTURA-NUM <= 999
                MOVE WS-CAPTURA-NUM TO WS-DIAS-DUPLI
            END-IF.

       CAPTURA-PCT-DEMORA.
            DISPLAY "PCT DEMORA NUEVO (VACIO O 0 = SIN CAMBIO): "
                    WITH NO ADVANCING.
            MOVE 0 TO WS-CAPTURA-NUM.
            ACCEPT WS-CAPTURA-NUM.
            IF WS-CAPTURA-NUM NUMERIC AND WS-CAPTURA-NUM > 0
             AND WS-CAPTURA-NUM <= 999
                MOVE WS-CAPTURA-NUM TO WS-PCT-DEMORA
            END-IF.

       CAPTURA-HORA-META.
      *HHMM en reloj de 24 horas; una hora imposible se ignora y
      *queda la vigente.
            DISPLAY "HORA META NUEVA HHMM (VACIO O 0 = SIN CAMBIO): "
                    WITH NO ADVANCING.
            MOVE 0 TO WS-CAPTURA-NUM.
            ACCEPT WS-CAPTURA-NUM.
            IF WS-CAPTURA-NUM NUMERIC AND WS-CAPTURA-NUM > 0
             AND WS-CAPTURA-NUM(1:2) <= "23"
             AND WS-CAPTURA-NUM(3:2) <= "59"
                MOVE WS-CAPTURA-NUM TO WS-HORA-META
            END-IF.

       ESCRIBE-PENDIENTE.
      *Control dual: la tarjeta nueva completa viaja como imagen en
      *el registro pendiente; CTLPARM.DAT no se toca hasta que otro
            MOVE WS-PCT-ERRORES TO PARM-PCT-ERRORES.
            MOVE WS-PCT-SWING TO PARM-PCT-SWING.
            MOVE WS-CICLOS-SUSP TO PARM-CICLOS-SUSP.
            MOVE WS-DIAS-DUPLI TO PARM-DIAS-DUPLI.
            MOVE WS-PCT-DEMORA TO PARM-PCT-DEMORA.
            MOVE WS-HORA-META TO PARM-HORA-META.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE SPACES TO PEND-REG.
            MOVE "P" TO PEND-TIPO.
