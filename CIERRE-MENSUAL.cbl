      * convention as CONSULTA-HISTORIAL.
      * Every page opens with the CMN-CABECERA header data plus a
      * page number, like the other suite reports.
      * The totals page also breaks the month down by currency from
      * the PER-MON-REG records ACUMULA-PERIODO writes after each day:
      * count and RESULTADO in each currency, and the base-currency
      * equivalent as the sum of the daily equivalents (each day at
      * its own rate). Days on which a currency had no rate are
      * counted and left out of its equivalent.
      * The record layout comes from copybooks/PERACUM.cpy, shared
      * with ACUMULA-PERIODO (writer).
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       01  WS-MES-RECHAZOS             PIC 9(6) VALUE 0.
       01  WS-MES-REVERSAS             PIC 9(6) VALUE 0.
       01  WS-DIA-RECHAZOS             PIC 9(5).
      *Totales del mes por moneda; la ultima entrada agrupa el
      *excedente.
       01  WS-MON-CNT                  PIC 9(2) VALUE 0.
       01  WS-TABLA-MONEDA.
           05  WS-MON-ENT OCCURS 50.
               10  WS-MON-CODIGO       PIC X(3).
               10  WS-MON-DETALLES     PIC 9(8).
               10  WS-MON-RESULTADO    PIC S9(14).
               10  WS-MON-BASE         PIC S9(14).
               10  WS-MON-DIAS-SIN     PIC 9(3).
       01  WS-IDX-MON                  PIC 9(2).
       01  WS-ENCONTRADO               PIC X.
           88  ENCONTRADO              VALUE "S".
       01  WS-MES-BASE                 PIC S9(14) VALUE 0.
       01  WS-MES-DIAS-SIN             PIC 9(4) VALUE 0.
      *Paginacion del reporte.
       01  WS-PAGINA                   PIC 9(4) VALUE 0.
       01  WS-LINEAS-PAG               PIC 9(2) VALUE 99.
                        SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        IF PER-FECHA(1:6) = WS-MES-PEDIDO
                            IF PERM-ES-MONEDA
                                PERFORM ACUMULA-MONEDA-DIA
                            ELSE
                                PERFORM ESCRIBE-LINEA-DIA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            END-IF.
            ADD WS-DIA-RECHAZOS TO WS-MES-RECHAZOS.

       ACUMULA-MONEDA-DIA.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-IDX-MON.
            PERFORM UNTIL ENCONTRADO OR WS-IDX-MON >= WS-MON-CNT
                ADD 1 TO WS-IDX-MON
                IF WS-MON-CODIGO(WS-IDX-MON) = PERM-MONEDA
                    SET ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.
            IF NOT ENCONTRADO
                IF WS-MON-CNT < 49
                    ADD 1 TO WS-MON-CNT
                    MOVE WS-MON-CNT TO WS-IDX-MON
                    MOVE PERM-MONEDA TO WS-MON-CODIGO(WS-IDX-MON)
                ELSE
                    IF WS-MON-CNT < 50
                        MOVE 50 TO WS-MON-CNT
                        MOVE "***" TO WS-MON-CODIGO(50)
                        MOVE 0 TO WS-MON-DETALLES(50)
                        MOVE 0 TO WS-MON-RESULTADO(50)
                        MOVE 0 TO WS-MON-BASE(50)
                        MOVE 0 TO WS-MON-DIAS-SIN(50)
                    END-IF
                    MOVE 50 TO WS-IDX-MON
                END-IF
                IF WS-IDX-MON < 50
                    MOVE 0 TO WS-MON-DETALLES(WS-IDX-MON)
                    MOVE 0 TO WS-MON-RESULTADO(WS-IDX-MON)
                    MOVE 0 TO WS-MON-BASE(WS-IDX-MON)
                    MOVE 0 TO WS-MON-DIAS-SIN(WS-IDX-MON)
                END-IF
            END-IF.
            IF PERM-DETALLES NUMERIC
                ADD PERM-DETALLES TO WS-MON-DETALLES(WS-IDX-MON)
            END-IF.
            IF PERM-RESULTADO NUMERIC
                ADD PERM-RESULTADO TO WS-MON-RESULTADO(WS-IDX-MON)
            END-IF.
            IF PERM-CON-TASA = "N"
             OR PERM-BASE NOT NUMERIC
                ADD 1 TO WS-MON-DIAS-SIN(WS-IDX-MON)
                ADD 1 TO WS-MES-DIAS-SIN
            ELSE
                ADD PERM-BASE TO WS-MON-BASE(WS-IDX-MON)
                ADD PERM-BASE TO WS-MES-BASE
            END-IF.

       ESCRIBE-CABECERA-MES.
            MOVE 99 TO WS-LINEAS-PAG.
            MOVE SPACES TO CIERRE-LINEA.
            MOVE WS-MES-RESULTADO TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO CIERRE-LINEA(48:14).
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF WS-MON-CNT > 0
                MOVE "EQUIVALENTE EN MONEDA BASE" TO CIERRE-LINEA(3:26)
                MOVE WS-MES-BASE TO WS-ED-VALOR
                MOVE WS-ED-VALOR TO CIERRE-LINEA(48:14)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            MOVE "VALOR TOTAL VARIANZA" TO CIERRE-LINEA(3:20).
            MOVE WS-MES-VARIANZA TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO CIERRE-LINEA(48:14).
            MOVE WS-MES-REVERSAS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CIERRE-LINEA(40:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF WS-MON-CNT > 0
                PERFORM ESCRIBE-TOTALES-MONEDA
            END-IF.
            PERFORM ESCRIBE-LINEA-REPORTE.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "VISTO BUENO DEL CIERRE MENSUAL: " TO CIERRE-LINEA.
            MOVE "________________________" TO CIERRE-LINEA(33:24).
            PERFORM ESCRIBE-LINEA-REPORTE.

       ESCRIBE-TOTALES-MONEDA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "TOTALES POR MONEDA" TO CIERRE-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "MONEDA" TO CIERRE-LINEA(3:6).
            MOVE "DETAL." TO CIERRE-LINEA(12:6).
            MOVE "RESULTADO" TO CIERRE-LINEA(26:9).
            MOVE "EQUIV. BASE" TO CIERRE-LINEA(40:11).
            MOVE "DIAS SIN TASA" TO CIERRE-LINEA(54:13).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-IDX-MON.
            PERFORM UNTIL WS-IDX-MON >= WS-MON-CNT
                ADD 1 TO WS-IDX-MON
                IF WS-MON-CODIGO(WS-IDX-MON) = SPACES
                    MOVE "(BASE)" TO CIERRE-LINEA(3:6)
                ELSE
                    MOVE WS-MON-CODIGO(WS-IDX-MON) TO CIERRE-LINEA(3:3)
                END-IF
                MOVE WS-MON-DETALLES(WS-IDX-MON) TO WS-ED-REGS
                MOVE WS-ED-REGS TO CIERRE-LINEA(12:6)
                MOVE WS-MON-RESULTADO(WS-IDX-MON) TO WS-ED-VALOR
                MOVE WS-ED-VALOR TO CIERRE-LINEA(21:14)
                MOVE WS-MON-BASE(WS-IDX-MON) TO WS-ED-VALOR
                MOVE WS-ED-VALOR TO CIERRE-LINEA(37:14)
                IF WS-MON-DIAS-SIN(WS-IDX-MON) > 0
                    MOVE WS-MON-DIAS-SIN(WS-IDX-MON) TO WS-ED-REGS
                    MOVE WS-ED-REGS TO CIERRE-LINEA(61:6)
                END-IF
                PERFORM ESCRIBE-LINEA-REPORTE
            END-PERFORM.
            IF WS-MES-DIAS-SIN > 0
                MOVE "DIAS-MONEDA SIN TASA (FUERA DEL EQUIVALENTE)"
                    TO CIERRE-LINEA(3:44)
                MOVE WS-MES-DIAS-SIN TO WS-ED-REGS
                MOVE WS-ED-REGS TO CIERRE-LINEA(61:6)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.

       ESCRIBE-LINEA-REPORTE.
      *Toda linea del reporte pasa por aqui para que el salto de
      *pagina y el encabezado CMN-CABECERA queden en un solo lugar.
