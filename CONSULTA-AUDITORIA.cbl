      *   operator ID - exact match on AUDIT-OPERADOR
      *   rejected-only - "S" keeps only RECHAZADO decisions
      *   decision text - leading-text match on AUDIT-DECISION
      * Closed months live in the monthly archives ARCHIVA-AUDITORIA
      * writes (AUDITLOG.Gaaaamm), listed in the period index
      * AUDITIDX.DAT: only the archives whose dates overlap the
      * requested range are read, oldest first, and then the live
      * log, so a date-bounded inquiry no longer walks years of
      * history. The archives' trailing control records are not
      * audit lines and are skipped. A listed archive that cannot be
      * opened is reported and ends the run with RETURN-CODE 1, since
      * the selection would be incomplete.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-AUDITORIA.
           SELECT TARJETA-SELECCION ASSIGN TO "SELCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELECCION.
           SELECT AUDITORIA ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT INDICE-AUDITORIA ASSIGN TO "AUDITIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICE.
           SELECT REPORTE-SELECCION ASSIGN TO "AUDITSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       FD  AUDITORIA.
       COPY AUDITREC.

       FD  INDICE-AUDITORIA.
       01  INDICE-LINEA                PIC X(144).

       FD  REPORTE-SELECCION.
       01  SELECCION-LINEA             PIC X(100).

       FD  EXTRACTO.
      *El extracto conserva el layout fijo de AUDITREC.cpy tal cual,
      *listo para que auditoria lo procese con sus herramientas.
       01  EXTRACTO-REC                PIC X(200).

       FD  OPERADOR-CARD.
       COPY CTLOPER.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-EXTRACTO              PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-INDICE                PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
      *Criterios vigentes; espacios = sin filtro en ese criterio.
       01  WS-CNT-SELECCION            PIC 9(6) VALUE 0.
       01  WS-CUMPLE                   PIC X.
           88  CUMPLE                  VALUE "S".
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
       01  WS-IDX-ARC                  PIC 9(3).
       01  WS-CNT-ARC-LEIDOS           PIC 9(3) VALUE 0.
       01  WS-FALTA-ARCHIVO            PIC X VALUE "N".
           88  FALTA-ARCHIVO           VALUE "S".
      *Paginacion del reporte.
       01  WS-PAGINA                   PIC 9(4) VALUE 0.
       01  WS-LINEAS-PAG               PIC 9(2) VALUE 99.
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
      *Solo se comprueba el log vivo: se lee despues de los meses
      *archivados.
            CLOSE AUDITORIA.
            PERFORM CARGA-INDICE-AUDITORIA.
            OPEN OUTPUT REPORTE-SELECCION.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR AUDITSEL.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            IF WS-FS-EXTRACTO NOT = "00"
                DISPLAY "NO SE PUDO CREAR AUDITEXT.DAT (STATUS "
                        WS-FS-EXTRACTO ")."
                CLOSE REPORTE-SELECCION
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ESCRIBE-CRITERIOS.
            MOVE 0 TO WS-IDX-ARC.
            PERFORM UNTIL WS-IDX-ARC >= WS-ARC-CNT
                ADD 1 TO WS-IDX-ARC
      *Solo los meses archivados que se cruzan con el rango pedido.
                IF (WS-FECHA-DESDE = SPACES
                    OR WS-ARC-HASTA(WS-IDX-ARC) >= WS-FECHA-DESDE)
                 AND (WS-FECHA-HASTA = SPACES
                    OR WS-ARC-DESDE(WS-IDX-ARC) <= WS-FECHA-HASTA)
                    MOVE WS-ARC-NOMBRE(WS-IDX-ARC)
                        TO WS-NOMBRE-AUDITORIA
                    ADD 1 TO WS-CNT-ARC-LEIDOS
                    PERFORM RECORRE-AUDITORIA
                END-IF
            END-PERFORM.
            MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDITORIA.
            PERFORM RECORRE-AUDITORIA.
            PERFORM ESCRIBE-TOTAL.
            CLOSE REPORTE-SELECCION.
            CLOSE EXTRACTO.
                    " SELECCIONADOS DE " WS-CNT-LEIDOS
                    " RECORRIDOS.".
            MOVE WS-CNT-SELECCION TO CMN-CONTADOR-REG.
            IF FALTA-ARCHIVO
                DISPLAY "CONSULTA DE AUDITORIA: FALTAN MESES "
                        "ARCHIVADOS; LA SELECCION ESTA INCOMPLETA."
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       CARGA-INDICE-AUDITORIA.
      *Un registro "P" por mes archivado, en orden de mes; sin indice
      *todavia no hay meses archivados y se lee solo el log vivo.
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
                                ADD 1 TO WS-ARC-CNT
                                MOVE AIDX-PERIODO
                                    TO WS-ARC-PERIODO(WS-ARC-CNT)
                                MOVE AIDX-ARCHIVO
                                    TO WS-ARC-NOMBRE(WS-ARC-CNT)
                                MOVE AIDX-DESDE
                                    TO WS-ARC-DESDE(WS-ARC-CNT)
                                MOVE AIDX-HASTA
                                    TO WS-ARC-HASTA(WS-ARC-CNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INDICE-AUDITORIA
            END-IF.

       RECORRE-AUDITORIA.
            OPEN INPUT AUDITORIA.
            IF WS-FS-AUDITORIA NOT = "00"
                DISPLAY WS-NOMBRE-AUDITORIA " NO DISPONIBLE (STATUS "
                        WS-FS-AUDITORIA ")."
                SET FALTA-ARCHIVO TO TRUE
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ AUDITORIA
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
      *Los registros de control al final de un archivo mensual no son
      *lineas de auditoria.
                            IF AUDIT-REC(1:4) NOT = "CTL*"
                                ADD 1 TO WS-CNT-LEIDOS
                                PERFORM EVALUA-SELECCION
                                IF CUMPLE
                                    ADD 1 TO WS-CNT-SELECCION
                                    PERFORM ESCRIBE-SELECCIONADO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDITORIA
            END-IF.

       LEE-TARJETA-SELECCION.
            OPEN INPUT TARJETA-SELECCION.
            IF WS-FS-SELECCION = "00"
            MOVE WS-ED-CONTADOR TO SELECCION-LINEA(37:6).
            MOVE "RECORRIDOS" TO SELECCION-LINEA(44:10).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "MESES ARCHIVADOS LEIDOS:" TO SELECCION-LINEA(1:24).
            MOVE WS-CNT-ARC-LEIDOS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO SELECCION-LINEA(26:6).
            MOVE "DE" TO SELECCION-LINEA(34:2).
            MOVE WS-ARC-CNT TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO SELECCION-LINEA(37:6).
            MOVE "EN EL INDICE" TO SELECCION-LINEA(44:12).
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF FALTA-ARCHIVO
                MOVE "** FALTAN MESES ARCHIVADOS: SELECCION INCOMPLETA"
                    TO SELECCION-LINEA
                MOVE " **" TO SELECCION-LINEA(50:3)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.

       LEE-OPERADOR-CARD.
            OPEN INPUT OPERADOR-CARD.
