      * criteria CUADRE-NOCTURNO and RESUMEN-DIARIO use. Accounts are
      * opened at zero by MANTENIMIENTO-CUENTAS, so the opening
      * balance is the sum of posted lines before the range start.
      * A transfer leg is printed like any posted line, followed by
      * a line naming the transfer reference, which leg this is
      * ("O" debit / "D" credit), the counterpart account and the
      * amount its own leg posted, and the real net of the two legs,
      * so one department's statement shows both sides of the money
      * it sent or received. The partner leg is posted to the other
      * account, so it is taken from the log before the account
      * filter: the two legs are adjacent, debit first, and are
      * paired by reference with the same test VERIFICA-CUENTAS and
      * CUADRE-NOCTURNO apply. A leg whose partner is not in the log,
      * or a pair that does not net to zero, is flagged on the
      * statement and named on the console.
      * Closed months are read from the monthly archives written by
      * ARCHIVA-AUDITORIA (AUDITLOG.Gaaaamm, listed in the period index
      * AUDITIDX.DAT), and only the archives whose dates overlap the
      * range are opened, oldest first, before the live log. The
      * months skipped are replaced by the closing balances each
      * archive carries per account: the opening balance starts from
      * the closing balance of the last archive that ends before the
      * range, and for the tie line the postings of the archives that
      * start after the range are the difference between the latest
      * archive's closing balance and that of the last archive read
      * or skipped before it. The archives' control records are not
      * audit lines and are skipped. A listed archive that cannot be
      * opened leaves the statement incomplete: it is named on the
      * console, the tie line will not close, and the run ends with
      * RETURN-CODE 1.
      * Every page opens with the CMN-CABECERA header data plus a page
      * number, in the same style as the other suite reports; each
      * account starts on a fresh page so the statement can be handed
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT AUDITORIA ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT INDICE-AUDITORIA ASSIGN TO "AUDITIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICE.
           SELECT REPORTE-ESTADO ASSIGN TO "ESTADOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       FD  AUDITORIA.
       COPY AUDITREC.

       FD  INDICE-AUDITORIA.
       01  INDICE-LINEA                PIC X(144).

       FD  REPORTE-ESTADO.
       01  ESTADO-LINEA                PIC X(100).

       01  WS-FS-AUDITORIA             PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-INDICE                PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-FIN-MAESTRO              PIC X VALUE "N".
               10  WS-CTA-DESC         PIC X(30).
               10  WS-CTA-SALDO        PIC S9(10).
               10  WS-CTA-ESTADO       PIC X.
      *Saldos de cierre de los meses archivados que reemplazan a los
      *que no se leen: el ultimo antes del rango, el ultimo leido o
      *saltado antes de terminar el rango y el ultimo del indice.
               10  WS-CTA-CIERRE-ANTES PIC S9(13).
               10  WS-CTA-CIERRE-RANGO PIC S9(13).
               10  WS-CTA-CIERRE-ULT   PIC S9(13).
       01  WS-IDX                      PIC 9(3).
       01  WS-IDX-CTA                  PIC 9(3).
      *Meses archivados segun el indice AUDITIDX.DAT; el log vivo se
      *lee al final con el mismo FD.
       01  WS-NOMBRE-AUDITORIA         PIC X(16) VALUE "AUDITLOG.DAT".
       COPY AUDITIDX.
       01  WS-ARC-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-ARCHIVOS.
           05  WS-ARC-ENT OCCURS 240.
               10  WS-ARC-PERIODO      PIC 9(6).
               10  WS-ARC-NOMBRE       PIC X(16).
               10  WS-ARC-DESDE        PIC X(8).
               10  WS-ARC-HASTA        PIC X(8).
               10  WS-ARC-LEER         PIC X.
       01  WS-IDX-ARC                  PIC 9(3).
       01  WS-PERIODO-ANTES            PIC 9(6) VALUE 0.
       01  WS-PERIODO-RANGO            PIC 9(6) VALUE 0.
       01  WS-PERIODO-ULT              PIC 9(6) VALUE 0.
       01  WS-FALTA-ARCHIVO            PIC X VALUE "N".
           88  FALTA-ARCHIVO           VALUE "S".
      *Acumuladores del estado de la cuenta en proceso: lo posteado
      *antes del rango (saldo inicial), dentro del rango (movimiento)
      *y despues del rango (para amarrar contra el maestro).
       01  WS-SALDO-CALCULADO          PIC S9(12) VALUE 0.
       01  WS-DIFERENCIA               PIC S9(12) VALUE 0.
       01  WS-CNT-MOVIMIENTOS          PIC 9(6) VALUE 0.
      *Linea en curso: si es posteada (cuenta para el control de
      *pares) y si salio impresa en el estado de la cuenta.
       01  WS-LINEA-POSTEADA           PIC X VALUE "N".
           88  LINEA-POSTEADA          VALUE "S".
       01  WS-MOV-IMPRESO              PIC X VALUE "N".
           88  MOV-IMPRESO             VALUE "S".
      *Control de pares de transferencia sobre todas las cuentas: la
      *pata debito queda pendiente hasta que llega su credito, que en
      *el log es la linea posteada siguiente.
       01  WS-TRF-PENDIENTE            PIC X VALUE "N".
           88  HAY-TRF-PENDIENTE       VALUE "S".
       01  WS-TRF-PEND-REF             PIC X(14) VALUE SPACES.
       01  WS-TRF-PEND-CUENTA          PIC X(8) VALUE SPACES.
       01  WS-TRF-PEND-CONTRA          PIC X(8) VALUE SPACES.
       01  WS-TRF-PEND-RESULT          PIC S9(10) VALUE 0.
       01  WS-TRF-PEND-PROPIA          PIC X VALUE "N".
           88  TRF-PEND-PROPIA         VALUE "S".
      *Linea del par a imprimir: la pata propia, la cuenta y el
      *importe de la otra pata, el neto real de las dos y la falla.
       01  WS-TRF-REF                  PIC X(14).
       01  WS-TRF-PATA                 PIC X.
       01  WS-TRF-CTA-PAR              PIC X(8).
       01  WS-TRF-CONTRA               PIC S9(12) VALUE 0.
       01  WS-TRF-NETO                 PIC S9(12) VALUE 0.
       01  WS-TRF-FALLA                PIC X VALUE SPACE.
           88  TRF-PAR-CORRECTO        VALUE SPACE.
           88  TRF-NO-NETEA            VALUE "N".
           88  TRF-SIN-PAR             VALUE "S".
       01  WS-CNT-TRF-MALAS            PIC 9(4) VALUE 0.
      *Paso 1 acumula saldos; paso 2 imprime el detalle del rango.
       01  WS-PASADA                   PIC 9 VALUE 1.
      *Conteo de estados emitidos, para el total de consola.
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARGA-INDICE-AUDITORIA.
            OPEN OUTPUT REPORTE-ESTADO.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR ESTADOCTA.DAT (STATUS "
            END-PERFORM.
            CLOSE REPORTE-ESTADO.
            DISPLAY "ESTADOS DE CUENTA EMITIDOS: " WS-CNT-ESTADOS.
            IF WS-CNT-TRF-MALAS > 0
                DISPLAY "** " WS-CNT-TRF-MALAS " PATAS DE "
                        "TRANSFERENCIA SIN PAR O QUE NO NETEAN CERO; "
                        "VER ESTADOCTA.DAT."
            END-IF.
            MOVE WS-CNT-ESTADOS TO CMN-CONTADOR-REG.
            IF FALTA-ARCHIVO
                DISPLAY "ESTADOS DE CUENTA: FALTAN MESES ARCHIVADOS; "
                        "LOS ESTADOS ESTAN INCOMPLETOS."
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       LEE-TARJETA-ESTADO.
                MOVE CTA-DESCRIPCION TO WS-CTA-DESC(WS-CTA-CNT)
                MOVE CTA-SALDO TO WS-CTA-SALDO(WS-CTA-CNT)
                MOVE CTA-ESTADO TO WS-CTA-ESTADO(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-CIERRE-ANTES(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-CIERRE-RANGO(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-CIERRE-ULT(WS-CTA-CNT)
            END-IF.

       CARGA-INDICE-AUDITORIA.
      *Primera pasada: los meses archivados ("P", en orden de mes),
      *cuales se cruzan con el rango y que cierres hacen falta.
      *Segunda pasada: esos cierres ("S") para las cuentas del
      *reporte. Sin indice no hay meses archivados.
            MOVE 0 TO WS-ARC-CNT.
            OPEN INPUT INDICE-AUDITORIA.
            IF WS-FS-INDICE = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ INDICE-AUDITORIA
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            MOVE INDICE-LINEA TO AUDIDX-REC
                            IF AIDX-ES-CONTROL AND AIDX-ES-PERIODO
                             AND WS-ARC-CNT < 240
                                PERFORM GUARDA-ARCHIVO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INDICE-AUDITORIA
            END-IF.
            IF WS-ARC-CNT > 0
                OPEN INPUT INDICE-AUDITORIA
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ INDICE-AUDITORIA
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            MOVE INDICE-LINEA TO AUDIDX-REC
                            IF AIDX-ES-CONTROL AND AIDX-ES-SALDO
                                PERFORM GUARDA-CIERRE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INDICE-AUDITORIA
            END-IF.

       GUARDA-ARCHIVO.
            ADD 1 TO WS-ARC-CNT.
            MOVE AIDX-PERIODO TO WS-ARC-PERIODO(WS-ARC-CNT).
            MOVE AIDX-ARCHIVO TO WS-ARC-NOMBRE(WS-ARC-CNT).
            MOVE AIDX-DESDE TO WS-ARC-DESDE(WS-ARC-CNT).
            MOVE AIDX-HASTA TO WS-ARC-HASTA(WS-ARC-CNT).
            MOVE AIDX-PERIODO TO WS-PERIODO-ULT.
            EVALUATE TRUE
      *Termina antes del rango: no se lee, su cierre es el saldo
      *inicial.
                WHEN WS-FECHA-DESDE NOT = SPACES
                 AND AIDX-HASTA < WS-FECHA-DESDE
                    MOVE "N" TO WS-ARC-LEER(WS-ARC-CNT)
                    MOVE AIDX-PERIODO TO WS-PERIODO-ANTES
                    MOVE AIDX-PERIODO TO WS-PERIODO-RANGO
      *Empieza despues del rango: no se lee, entra en el amarre.
                WHEN WS-FECHA-HASTA NOT = SPACES
                 AND AIDX-DESDE > WS-FECHA-HASTA
                    MOVE "N" TO WS-ARC-LEER(WS-ARC-CNT)
                WHEN OTHER
                    MOVE "S" TO WS-ARC-LEER(WS-ARC-CNT)
                    MOVE AIDX-PERIODO TO WS-PERIODO-RANGO
            END-EVALUATE.

       GUARDA-CIERRE.
            IF AIDX-PERIODO = WS-PERIODO-ANTES
             OR AIDX-PERIODO = WS-PERIODO-RANGO
             OR AIDX-PERIODO = WS-PERIODO-ULT
                MOVE 0 TO WS-IDX-CTA
                PERFORM UNTIL WS-IDX-CTA >= WS-CTA-CNT
                    ADD 1 TO WS-IDX-CTA
                    IF WS-CTA-ID(WS-IDX-CTA) = AIDX-CUENTA
                        IF AIDX-PERIODO = WS-PERIODO-ANTES
                            MOVE AIDX-SALDO
                                TO WS-CTA-CIERRE-ANTES(WS-IDX-CTA)
                        END-IF
                        IF AIDX-PERIODO = WS-PERIODO-RANGO
                            MOVE AIDX-SALDO
                                TO WS-CTA-CIERRE-RANGO(WS-IDX-CTA)
                        END-IF
                        IF AIDX-PERIODO = WS-PERIODO-ULT
                            MOVE AIDX-SALDO
                                TO WS-CTA-CIERRE-ULT(WS-IDX-CTA)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

       EMITE-ESTADO-CUENTA.
      *lo posteado antes, dentro y despues del rango (el saldo
      *inicial y el amarre no se conocen hasta leer el log entero);
      *la segunda imprime el detalle del rango con saldo corrido.
      *Los meses archivados que no se leen entran por sus cierres.
            MOVE WS-CTA-CIERRE-ANTES(WS-IDX) TO WS-SALDO-INICIAL.
            MOVE 0 TO WS-MOV-RANGO.
            COMPUTE WS-POST-DESPUES =
                WS-CTA-CIERRE-ULT(WS-IDX) - WS-CTA-CIERRE-RANGO(WS-IDX).
            MOVE 0 TO WS-CNT-MOVIMIENTOS.
            MOVE 1 TO WS-PASADA.
            PERFORM RECORRE-AUDITORIA.
            ADD 1 TO WS-CNT-ESTADOS.

       RECORRE-AUDITORIA.
      *Los meses archivados que se cruzan con el rango, en orden de
      *mes, y despues el log vivo.
            MOVE "N" TO WS-TRF-PENDIENTE.
            MOVE 0 TO WS-IDX-ARC.
            PERFORM UNTIL WS-IDX-ARC >= WS-ARC-CNT
                ADD 1 TO WS-IDX-ARC
                IF WS-ARC-LEER(WS-IDX-ARC) = "S"
                    MOVE WS-ARC-NOMBRE(WS-IDX-ARC)
                        TO WS-NOMBRE-AUDITORIA
                    PERFORM RECORRE-UN-LOG
                END-IF
            END-PERFORM.
            MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDITORIA.
            PERFORM RECORRE-UN-LOG.
            IF HAY-TRF-PENDIENTE
                PERFORM ANOTA-DEBITO-HUERFANO
            END-IF.

       RECORRE-UN-LOG.
            OPEN INPUT AUDITORIA.
            IF WS-FS-AUDITORIA NOT = "00"
                IF WS-PASADA = 1
                    DISPLAY WS-NOMBRE-AUDITORIA " NO DISPONIBLE "
                            "(STATUS " WS-FS-AUDITORIA "): EL ESTADO "
                            "SALE SIN SUS MOVIMIENTOS."
                    IF WS-NOMBRE-AUDITORIA NOT = "AUDITLOG.DAT"
                        SET FALTA-ARCHIVO TO TRUE
                    END-IF
                END-IF
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
      *Los registros de control al final de un archivo mensual no son
      *lineas de auditoria.
                            IF AUDIT-REC(1:4) NOT = "CTL*"
                                PERFORM EVALUA-LINEA-AUDITORIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDITORIA
      *saldo: los rechazos y las lineas del paso de tarifas
      *documentan la transaccion sin postearla, el mismo criterio de
      *exclusion que usan CUADRE-NOCTURNO y RESUMEN-DIARIO.
      *Las patas de transferencia se controlan en la pasada que
      *imprime, sobre las lineas posteadas de toda cuenta: la otra
      *pata esta en la cuenta contraparte y el filtro por cuenta la
      *descartaria.
            MOVE "N" TO WS-MOV-IMPRESO.
            IF AUDIT-DECISION(1:9) = "RECHAZADO"
             OR AUDIT-DECISION(1:7) = "TARIFA "
             OR AUDIT-DECISION(1:10) = "SIN TARIFA"
             OR AUDIT-RESULTADO NOT NUMERIC
                MOVE "N" TO WS-LINEA-POSTEADA
            ELSE
                SET LINEA-POSTEADA TO TRUE
            END-IF.
      *Un debito pendiente al que no sigue su credito es huerfano; se
      *anota antes de imprimir la linea que sigue.
            IF WS-PASADA = 2 AND LINEA-POSTEADA AND HAY-TRF-PENDIENTE
                IF AUDIT-REF-TRANSF NOT = WS-TRF-PEND-REF
                 OR AUDIT-PATA-TRANSF = "O"
                    PERFORM ANOTA-DEBITO-HUERFANO
                END-IF
            END-IF.
            IF AUDIT-CUENTA NOT = WS-CTA-ID(WS-IDX)
             OR AUDIT-DECISION(1:9) = "RECHAZADO"
             OR AUDIT-DECISION(1:7) = "TARIFA "
                            ADD 1 TO WS-CNT-MOVIMIENTOS
                        ELSE
                            PERFORM ESCRIBE-MOVIMIENTO
                            SET MOV-IMPRESO TO TRUE
                        END-IF
                END-EVALUATE
            END-IF.
            IF WS-PASADA = 2 AND LINEA-POSTEADA
             AND AUDIT-REF-TRANSF NOT = SPACES
                PERFORM CONTROLA-TRANSFERENCIA
            END-IF.

       ESCRIBE-MOVIMIENTO.
            ADD AUDIT-RESULTADO TO WS-SALDO-CORRIDO.
            MOVE AUDIT-CLASIF TO ESTADO-LINEA(70:20).
            PERFORM ESCRIBE-LINEA-REPORTE.

       CONTROLA-TRANSFERENCIA.
      *Misma prueba de pares que VERIFICA-CUENTAS: el debito queda
      *pendiente; su credito cierra el par con el neto real de las
      *dos patas. La linea del par sale debajo de la pata impresa en
      *este estado, con la cuenta y el importe de la otra pata.
            IF AUDIT-PATA-TRANSF = "O"
                MOVE AUDIT-REF-TRANSF TO WS-TRF-PEND-REF
                MOVE AUDIT-CUENTA TO WS-TRF-PEND-CUENTA
                MOVE AUDIT-CTA-CONTRAPARTE TO WS-TRF-PEND-CONTRA
                MOVE AUDIT-RESULTADO TO WS-TRF-PEND-RESULT
                MOVE WS-MOV-IMPRESO TO WS-TRF-PEND-PROPIA
                SET HAY-TRF-PENDIENTE TO TRUE
            ELSE
                MOVE AUDIT-REF-TRANSF TO WS-TRF-REF
                IF HAY-TRF-PENDIENTE
                    MOVE "N" TO WS-TRF-PENDIENTE
                    COMPUTE WS-TRF-NETO =
                        WS-TRF-PEND-RESULT + AUDIT-RESULTADO
                    IF WS-TRF-NETO = 0
                        MOVE SPACE TO WS-TRF-FALLA
                    ELSE
                        SET TRF-NO-NETEA TO TRUE
                    END-IF
                    IF TRF-PEND-PROPIA
                        MOVE "O" TO WS-TRF-PATA
                        MOVE AUDIT-CUENTA TO WS-TRF-CTA-PAR
                        MOVE AUDIT-RESULTADO TO WS-TRF-CONTRA
                        PERFORM ESCRIBE-PAR-TRANSFERENCIA
                    END-IF
                    IF MOV-IMPRESO
                        MOVE "D" TO WS-TRF-PATA
                        MOVE WS-TRF-PEND-CUENTA TO WS-TRF-CTA-PAR
                        MOVE WS-TRF-PEND-RESULT TO WS-TRF-CONTRA
                        PERFORM ESCRIBE-PAR-TRANSFERENCIA
                    END-IF
                ELSE
                    IF MOV-IMPRESO
                        SET TRF-SIN-PAR TO TRUE
                        MOVE "D" TO WS-TRF-PATA
                        MOVE AUDIT-CTA-CONTRAPARTE TO WS-TRF-CTA-PAR
                        PERFORM ESCRIBE-PAR-TRANSFERENCIA
                    END-IF
                END-IF
            END-IF.

       ANOTA-DEBITO-HUERFANO.
            MOVE "N" TO WS-TRF-PENDIENTE.
            IF TRF-PEND-PROPIA
                SET TRF-SIN-PAR TO TRUE
                MOVE WS-TRF-PEND-REF TO WS-TRF-REF
                MOVE "O" TO WS-TRF-PATA
                MOVE WS-TRF-PEND-CONTRA TO WS-TRF-CTA-PAR
                PERFORM ESCRIBE-PAR-TRANSFERENCIA
            END-IF.

       ESCRIBE-PAR-TRANSFERENCIA.
      *El importe y el neto salen de las dos patas tal como quedaron
      *en el log; un par incompleto o que no netea cero se marca.
            MOVE SPACES TO ESTADO-LINEA.
            MOVE "TRANSF" TO ESTADO-LINEA(3:6).
            MOVE WS-TRF-REF TO ESTADO-LINEA(10:14).
            MOVE "PATA" TO ESTADO-LINEA(25:4).
            MOVE WS-TRF-PATA TO ESTADO-LINEA(30:1).
            MOVE "CONTRAPARTE" TO ESTADO-LINEA(32:11).
            MOVE WS-TRF-CTA-PAR TO ESTADO-LINEA(44:8).
            IF TRF-SIN-PAR
                MOVE "** SIN PATA CONTRARIA EN EL LOG **"
                    TO ESTADO-LINEA(53:34)
            ELSE
                MOVE WS-TRF-CONTRA TO WS-ED-VALOR
                MOVE WS-ED-VALOR TO ESTADO-LINEA(53:13)
                MOVE "NETO PAR" TO ESTADO-LINEA(68:8)
                MOVE WS-TRF-NETO TO WS-ED-VALOR
                MOVE WS-ED-VALOR TO ESTADO-LINEA(77:13)
            END-IF.
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF TRF-NO-NETEA
                MOVE "** EL PAR NO NETEA CERO **" TO ESTADO-LINEA(10:26)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            IF NOT TRF-PAR-CORRECTO
                ADD 1 TO WS-CNT-TRF-MALAS
                DISPLAY "** TRANSFERENCIA " WS-TRF-REF " DE LA CUENTA "
                        WS-CTA-ID(WS-IDX) " SIN PAR O NO NETEA CERO; "
                        "VER ESTADOCTA.DAT."
            END-IF.

       ESCRIBE-CABECERA-CUENTA.
      *Cada cuenta arranca en pagina nueva, lista para entregarse al
      *departamento titular sin recortar.
