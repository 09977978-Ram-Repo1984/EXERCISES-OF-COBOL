      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Periodic review of dormant and unusually busy accounts, the
      * question audit keeps asking: an account with no postings for
      * a year still accepted transactions as if nothing had changed,
      * and nobody could say which accounts had gone quiet or had
      * suddenly become busy. This program reads CUENTAS.DAT and the
      * posted lines of the audit trail - the closed months in the
      * archives listed in AUDITIDX.DAT, oldest first, and then the
      * live AUDITLOG.DAT - and writes REVCTAS.DAT with three
      * sections. Only posted lines count, with the same exclusions
      * as ESTADO-CUENTA and CUADRE-NOCTURNO (rejections and the rate
      * step's "TARIFA"/"SIN TARIFA" lines), and a line's date is the
      * date of its AUDIT-TIMESTAMP.
      * The review card REVCARD.DAT gives the number of days without
      * postings that makes an account dormant (three digits, default
      * 365), the length of the review period in days (default 30),
      * how many earlier periods make up each account's own history
      * (default 6), how far above that history a period has to be to
      * be flagged, as a percentage of the history's average (default
      * 300), the least number of postings in the period for a count
      * to be flagged (default 5), and "N" in the last column to list
      * without proposing anything. Blank or zero fields take the
      * default; the card is only read. The period and the history
      * end at the business date (FECHA-NEGOCIO).
      * Dormant accounts: every account not already inactive whose
      * last posting is older than the dormancy days. Each one is
      * proposed for inactivation as a "C" record in PENDIENTES.DAT,
      * the dual-control queue, where a level-3 operator other than
      * the one on the CTLOPER.DAT card approves or rejects it in
      * APRUEBA-CAMBIOS; nothing changes in the master here. An
      * account that already has a proposal waiting is not proposed
      * twice, so the review can be rerun. An account with no posted
      * line anywhere in the trail is listed but not proposed: the
      * master does not say when it was opened, so a new account
      * cannot be told from a forgotten one.
      * Reactivated accounts: postings this period after a gap at
      * least as long as the dormancy days - or, for an account with
      * no earlier posting at all, after at least that long of trail
      * without one.
      * Unusual activity: the period's posting count or posted amount
      * (sum of the amounts regardless of sign, in the account's
      * currency) against the account's own average per period over
      * its history. The history is shortened to the trail actually
      * on file when the trail is younger; with less than one whole
      * period of history there is no average and nothing is flagged.
      * Every line shows the last posting date, the period's count
      * and the period's amount, so compliance can act straight from
      * the report.
      * No proposals are written when a listed archive cannot be read
      * (the last posting dates may be wrong), when PENDIENTES.DAT
      * cannot be written or has reached the 200 records
      * APRUEBA-CAMBIOS handles; those accounts are still listed. A
      * missing master, a master larger than the 2000-account table,
      * a missing archive or a proposal that could not be written
      * ends the run with RETURN-CODE 1.
      * Record layouts come from copybooks/CUENTAS.cpy,
      * copybooks/AUDITREC.cpy, copybooks/AUDITIDX.cpy and
      * copybooks/PENDREC.cpy.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-CUENTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETA-REVISION ASSIGN TO "REVCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARJETA.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT AUDITORIA ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT INDICE-AUDITORIA ASSIGN TO "AUDITIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICE.
           SELECT PENDIENTES ASSIGN TO "PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDIENTES.
           SELECT REPORTE-REVISION ASSIGN TO "REVCTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-REVISION.
       01  REVISION-REC.
           05  REV-DIAS-INACTIVA       PIC X(3).
           05  FILLER                  PIC X.
           05  REV-DIAS-PERIODO        PIC X(3).
           05  FILLER                  PIC X.
           05  REV-PERIODOS-HIST       PIC X(2).
           05  FILLER                  PIC X.
           05  REV-PCT-ALZA            PIC X(4).
           05  FILLER                  PIC X.
           05  REV-MIN-MOVS            PIC X(3).
           05  FILLER                  PIC X.
           05  REV-PROPONE             PIC X.

       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.

       FD  AUDITORIA.
       COPY AUDITREC.

       FD  INDICE-AUDITORIA.
       01  INDICE-LINEA                PIC X(144).

       FD  PENDIENTES.
       COPY PENDREC.

       FD  REPORTE-REVISION.
       01  REVISION-LINEA              PIC X(100).

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       WORKING-STORAGE SECTION.
       01  WS-FS-TARJETA               PIC XX.
       01  WS-FS-CUENTAS               PIC XX.
       01  WS-FS-AUDITORIA             PIC XX.
       01  WS-FS-INDICE                PIC XX.
       01  WS-FS-PENDIENTES            PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
       01  WS-FIN-MAESTRO              PIC X VALUE "N".
           88  FIN-MAESTRO             VALUE "S".
      *Parametros de la revision, de REVCARD.DAT o por omision.
       01  WS-DIAS-INACTIVA            PIC 9(3) VALUE 365.
       01  WS-DIAS-PERIODO             PIC 9(3) VALUE 30.
       01  WS-PERIODOS-HIST            PIC 9(2) VALUE 6.
       01  WS-PCT-ALZA                 PIC 9(4) VALUE 300.
       01  WS-MIN-MOVS                 PIC 9(3) VALUE 5.
       01  WS-PROPONE                  PIC X VALUE "S".
           88  PROPONE-INACTIVAR       VALUE "S".
      *Fechas AAAAMMDD: la de negocio, el corte de inactividad (sin
      *posteos desde ese dia = inactiva), el inicio del periodo y el
      *inicio de la historia.
       01  WS-FECHA-NEGOCIO            PIC X(8).
       01  WS-FECHA-CORTE              PIC X(8).
       01  WS-FECHA-PERIODO            PIC X(8).
       01  WS-FECHA-HISTORIA           PIC X(8).
      *Primera fecha del rastro de auditoria leido.
       01  WS-FECHA-RASTRO             PIC X(8) VALUE SPACES.
       01  WS-FECHA-LINEA              PIC X(8).
       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-DIA-ENTERO               PIC 9(8).
       01  WS-DIA-HOY                  PIC 9(8).
       01  WS-DIA-DESDE                PIC 9(8).
       01  WS-DIA-HASTA                PIC 9(8).
       01  WS-DIAS-SIN-MOV             PIC 9(6).
      *Periodos de historia realmente cubiertos por el rastro.
       01  WS-HIST-EFECTIVA            PIC 9(2) VALUE 0.
      *Cuentas del maestro en orden de CTA-ID (la busqueda de cada
      *linea de auditoria es binaria sobre ese orden) con lo que el
      *rastro dice de cada una: ultimo posteo, ultimo antes del
      *periodo, primero dentro del periodo, y conteo e importe del
      *periodo y de la historia.
       01  WS-CTA-CNT                  PIC 9(4) VALUE 0.
       01  WS-CTA-OMITIDAS             PIC 9(6) VALUE 0.
       01  WS-TABLA-CUENTAS.
           05  WS-CTA-ENT OCCURS 2000.
               10  WS-CTA-ID           PIC X(8).
               10  WS-CTA-DESC         PIC X(30).
               10  WS-CTA-ESTADO       PIC X.
               10  WS-CTA-MONEDA       PIC X(3).
               10  WS-CTA-SALDO        PIC S9(10).
               10  WS-CTA-ULTIMO       PIC X(8).
               10  WS-CTA-ULT-ANTES    PIC X(8).
               10  WS-CTA-PRIMERO-PER  PIC X(8).
               10  WS-CTA-CNT-PER      PIC 9(7).
               10  WS-CTA-IMP-PER      PIC 9(14).
               10  WS-CTA-CNT-HIST     PIC 9(7).
               10  WS-CTA-IMP-HIST     PIC 9(14).
               10  WS-CTA-PENDIENTE    PIC X.
       01  WS-IDX                      PIC 9(4).
       01  WS-HALLADO                  PIC 9(4).
       01  WS-BUSCA                    PIC X(8).
       01  WS-BAJO                     PIC 9(4).
       01  WS-ALTO                     PIC 9(4).
       01  WS-MEDIO                    PIC 9(4).
      *Meses archivados segun AUDITIDX.DAT; el log vivo se lee al
      *final con el mismo FD.
       01  WS-NOMBRE-AUDITORIA         PIC X(16) VALUE "AUDITLOG.DAT".
       COPY AUDITIDX.
       01  WS-ARC-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-ARCHIVOS.
           05  WS-ARC-NOMBRE           PIC X(16) OCCURS 240.
       01  WS-IDX-ARC                  PIC 9(3).
       01  WS-FALTA-ARCHIVO            PIC X VALUE "N".
           88  FALTA-ARCHIVO           VALUE "S".
      *Cola de control dual: registros que ya tiene (tope 200, lo que
      *soporta APRUEBA-CAMBIOS) y si esta corrida puede agregarle.
       01  WS-PEND-TOTAL               PIC 9(4) VALUE 0.
       01  WS-PEND-ABIERTO             PIC X VALUE "N".
           88  PEND-ABIERTO            VALUE "S".
       01  WS-FALLA-PROPUESTA          PIC X VALUE "N".
           88  FALLA-PROPUESTA         VALUE "S".
       01  WS-TIMESTAMP                PIC X(26).
       01  WS-ESTADO-PROPUESTA         PIC X(16).
      *Alza sobre la historia: periodo x 100 x periodos de historia
      *contra porcentaje x total de la historia, sin decimales.
       01  WS-PRODUCTO-PER             PIC 9(18).
       01  WS-PRODUCTO-HIST            PIC 9(18).
       01  WS-ALZA-CNT                 PIC X VALUE "N".
           88  ALZA-CNT                VALUE "S".
       01  WS-ALZA-IMP                 PIC X VALUE "N".
           88  ALZA-IMP                VALUE "S".
       01  WS-PROM-CNT                 PIC 9(7).
       01  WS-PROM-IMP                 PIC 9(14).
      *Conteos de la corrida.
       01  WS-CNT-LINEAS               PIC 9(9) VALUE 0.
       01  WS-CNT-POSTEADAS            PIC 9(9) VALUE 0.
       01  WS-CNT-SIN-CUENTA           PIC 9(9) VALUE 0.
       01  WS-CNT-INACTIVAS            PIC 9(6) VALUE 0.
       01  WS-CNT-SIN-POSTEOS          PIC 9(6) VALUE 0.
       01  WS-CNT-PROPUESTAS           PIC 9(6) VALUE 0.
       01  WS-CNT-YA-PENDIENTES        PIC 9(6) VALUE 0.
       01  WS-CNT-NO-PROPUESTAS        PIC 9(6) VALUE 0.
       01  WS-CNT-REACTIVADAS          PIC 9(6) VALUE 0.
       01  WS-CNT-INUSUALES            PIC 9(6) VALUE 0.
       01  WS-CNT-SECCION              PIC 9(6) VALUE 0.
      *Paginacion.
       01  WS-TITULO-SECCION           PIC X(60).
       01  WS-LINEA-GUARDADA           PIC X(100).
       01  WS-PAGINA                   PIC 9(4) VALUE 0.
       01  WS-LINEAS-PAG               PIC 9(2) VALUE 99.
       01  WS-LINEAS-TOPE              PIC 9(2) VALUE 55.
      *Campos de edicion.
       01  WS-ED-PAGINA                PIC ZZZ9.
       01  WS-ED-IMPORTE               PIC -(12)9.
       01  WS-ED-MOVS                  PIC ZZZZZ9.
       01  WS-ED-DIAS                  PIC ZZZZZ9.
       01  WS-ED-CONTADOR              PIC ZZZZZZZZ9.
       01  WS-ED-PARM                  PIC ZZZ9.
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
           05  WS-MES                  PIC 99.
           05  WS-DIA                  PIC 99.
       COPY CMNHDR.
       COPY FECHALNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "REVISA-CUENTAS" TO CMN-NOMBRE-JOB.
            PERFORM FORMATEA-FECHA-EJECUCION.
            MOVE 0 TO CMN-CONTADOR-REG.
            MOVE SPACES TO CMN-OPERADOR-ID.
            PERFORM LEE-OPERADOR-CARD.
            CALL "FECHA-NEGOCIO" USING FECHA-AREA.
            MOVE FN-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO.
            PERFORM LEE-TARJETA-REVISION.
            PERFORM CALCULA-FECHAS.
            PERFORM CARGA-CUENTAS.
            IF WS-CTA-CNT = 0
                DISPLAY "NO HAY CUENTAS QUE REVISAR."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARGA-INDICE-AUDITORIA.
            PERFORM RECORRE-AUDITORIA.
            PERFORM CALCULA-HISTORIA-EFECTIVA.
            PERFORM CARGA-PENDIENTES.
            OPEN OUTPUT REPORTE-REVISION.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR REVCTAS.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ESCRIBE-SECCION-INACTIVAS.
            PERFORM ESCRIBE-SECCION-REACTIVADAS.
            PERFORM ESCRIBE-SECCION-INUSUALES.
            PERFORM ESCRIBE-TOTALES.
            CLOSE REPORTE-REVISION.
            DISPLAY "REVISION DE CUENTAS: " WS-CNT-INACTIVAS
                    " SIN POSTEOS (" WS-CNT-PROPUESTAS " PROPUESTAS), "
                    WS-CNT-REACTIVADAS " REACTIVADAS, "
                    WS-CNT-INUSUALES " CON ACTIVIDAD INUSUAL. "
                    "VER REVCTAS.DAT.".
            IF WS-CTA-OMITIDAS > 0
             OR FALTA-ARCHIVO
             OR FALLA-PROPUESTA
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       LEE-TARJETA-REVISION.
      *Campo en blanco o en cero = valor por omision.
            OPEN INPUT TARJETA-REVISION.
            IF WS-FS-TARJETA = "00"
                READ TARJETA-REVISION
                    AT END
                        DISPLAY "REVCARD.DAT VACIO: SE REVISA CON LOS "
                                "VALORES POR OMISION."
                    NOT AT END
                        PERFORM TOMA-TARJETA-REVISION
                END-READ
                CLOSE TARJETA-REVISION
            ELSE
                DISPLAY "REVCARD.DAT NO DISPONIBLE (STATUS "
                        WS-FS-TARJETA "): SE REVISA CON LOS VALORES "
                        "POR OMISION."
            END-IF.

       TOMA-TARJETA-REVISION.
            IF REV-DIAS-INACTIVA NUMERIC
             AND REV-DIAS-INACTIVA > "000"
                MOVE REV-DIAS-INACTIVA TO WS-DIAS-INACTIVA
            END-IF.
            IF REV-DIAS-PERIODO NUMERIC
             AND REV-DIAS-PERIODO > "000"
                MOVE REV-DIAS-PERIODO TO WS-DIAS-PERIODO
            END-IF.
            IF REV-PERIODOS-HIST NUMERIC
             AND REV-PERIODOS-HIST > "00"
                MOVE REV-PERIODOS-HIST TO WS-PERIODOS-HIST
            END-IF.
            IF REV-PCT-ALZA NUMERIC
             AND REV-PCT-ALZA > "0000"
                MOVE REV-PCT-ALZA TO WS-PCT-ALZA
            END-IF.
            IF REV-MIN-MOVS NUMERIC
             AND REV-MIN-MOVS > "000"
                MOVE REV-MIN-MOVS TO WS-MIN-MOVS
            END-IF.
            IF REV-PROPONE = "N"
                MOVE "N" TO WS-PROPONE
            END-IF.

       CALCULA-FECHAS.
      *Inactiva = sin posteos en los ultimos WS-DIAS-INACTIVA dias,
      *contando la fecha de negocio; el periodo son los ultimos
      *WS-DIAS-PERIODO dias y la historia los WS-PERIODOS-HIST
      *periodos anteriores a el.
            MOVE WS-FECHA-NEGOCIO TO WS-FECHA-NUM.
            COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM).
            COMPUTE WS-DIA-ENTERO = WS-DIA-HOY - WS-DIAS-INACTIVA + 1.
            COMPUTE WS-FECHA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
            MOVE WS-FECHA-NUM TO WS-FECHA-CORTE.
            COMPUTE WS-DIA-ENTERO = WS-DIA-HOY - WS-DIAS-PERIODO + 1.
            COMPUTE WS-FECHA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
            MOVE WS-FECHA-NUM TO WS-FECHA-PERIODO.
            COMPUTE WS-DIA-ENTERO = WS-DIA-HOY
                - (WS-DIAS-PERIODO * (WS-PERIODOS-HIST + 1)) + 1.
            COMPUTE WS-FECHA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
            MOVE WS-FECHA-NUM TO WS-FECHA-HISTORIA.

       CARGA-CUENTAS.
      *El maestro se lee en orden de clave, el orden que necesita la
      *busqueda binaria.
            MOVE 0 TO WS-CTA-CNT.
            OPEN INPUT MAESTRO-CUENTAS.
            IF WS-FS-CUENTAS NOT = "00"
                DISPLAY "CUENTAS.DAT NO DISPONIBLE (STATUS "
                        WS-FS-CUENTAS "): NO HAY MAESTRO QUE REVISAR."
            ELSE
                MOVE "N" TO WS-FIN-MAESTRO
                PERFORM UNTIL FIN-MAESTRO
                    READ MAESTRO-CUENTAS
                        AT END
                            SET FIN-MAESTRO TO TRUE
                        NOT AT END
                            PERFORM GUARDA-CUENTA
                    END-READ
                END-PERFORM
                CLOSE MAESTRO-CUENTAS
            END-IF.
            IF WS-CTA-OMITIDAS > 0
                DISPLAY "EL MAESTRO EXCEDE LAS 2000 CUENTAS QUE "
                        "SOPORTA ESTA REVISION; " WS-CTA-OMITIDAS
                        " QUEDAN FUERA."
            END-IF.

       GUARDA-CUENTA.
            IF WS-CTA-CNT >= 2000
                ADD 1 TO WS-CTA-OMITIDAS
            ELSE
                ADD 1 TO WS-CTA-CNT
                MOVE CTA-ID TO WS-CTA-ID(WS-CTA-CNT)
                MOVE CTA-DESCRIPCION TO WS-CTA-DESC(WS-CTA-CNT)
                MOVE CTA-ESTADO TO WS-CTA-ESTADO(WS-CTA-CNT)
                MOVE CTA-MONEDA TO WS-CTA-MONEDA(WS-CTA-CNT)
                MOVE CTA-SALDO TO WS-CTA-SALDO(WS-CTA-CNT)
                MOVE SPACES TO WS-CTA-ULTIMO(WS-CTA-CNT)
                MOVE SPACES TO WS-CTA-ULT-ANTES(WS-CTA-CNT)
                MOVE SPACES TO WS-CTA-PRIMERO-PER(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-CNT-PER(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-IMP-PER(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-CNT-HIST(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-IMP-HIST(WS-CTA-CNT)
                MOVE "N" TO WS-CTA-PENDIENTE(WS-CTA-CNT)
            END-IF.

       BUSCA-CUENTA.
      *Busqueda binaria de WS-BUSCA en la tabla; cero si no esta.
            MOVE 0 TO WS-HALLADO.
            MOVE 1 TO WS-BAJO.
            MOVE WS-CTA-CNT TO WS-ALTO.
            PERFORM UNTIL WS-BAJO > WS-ALTO OR WS-HALLADO > 0
                COMPUTE WS-MEDIO = (WS-BAJO + WS-ALTO) / 2
                EVALUATE TRUE
                    WHEN WS-CTA-ID(WS-MEDIO) = WS-BUSCA
                        MOVE WS-MEDIO TO WS-HALLADO
                    WHEN WS-CTA-ID(WS-MEDIO) < WS-BUSCA
                        COMPUTE WS-BAJO = WS-MEDIO + 1
                    WHEN OTHER
                        IF WS-MEDIO = 1
                            MOVE 0 TO WS-ALTO
                        ELSE
                            COMPUTE WS-ALTO = WS-MEDIO - 1
                        END-IF
                END-EVALUATE
            END-PERFORM.

       CARGA-INDICE-AUDITORIA.
      *Todos los meses archivados, en el orden del indice: la fecha
      *del ultimo posteo de una cuenta inactiva puede estar en el
      *mas viejo. Sin indice no hay meses archivados.
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
                                MOVE AIDX-ARCHIVO
                                    TO WS-ARC-NOMBRE(WS-ARC-CNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INDICE-AUDITORIA
            END-IF.

       RECORRE-AUDITORIA.
            MOVE 0 TO WS-IDX-ARC.
            PERFORM UNTIL WS-IDX-ARC >= WS-ARC-CNT
                ADD 1 TO WS-IDX-ARC
                MOVE WS-ARC-NOMBRE(WS-IDX-ARC) TO WS-NOMBRE-AUDITORIA
                PERFORM RECORRE-UN-LOG
            END-PERFORM.
            MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDITORIA.
            PERFORM RECORRE-UN-LOG.

       RECORRE-UN-LOG.
            OPEN INPUT AUDITORIA.
            IF WS-FS-AUDITORIA NOT = "00"
                DISPLAY WS-NOMBRE-AUDITORIA " NO DISPONIBLE (STATUS "
                        WS-FS-AUDITORIA ")."
                IF WS-NOMBRE-AUDITORIA NOT = "AUDITLOG.DAT"
                    SET FALTA-ARCHIVO TO TRUE
                END-IF
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
                                PERFORM EVALUA-LINEA-AUDITORIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDITORIA
            END-IF.

       EVALUA-LINEA-AUDITORIA.
      *Toda linea fechada cuenta para saber desde cuando hay rastro;
      *solo las posteadas cuentan como movimiento de la cuenta, el
      *mismo criterio de ESTADO-CUENTA.
            IF AUDIT-TIMESTAMP(1:8) NUMERIC
                ADD 1 TO WS-CNT-LINEAS
                MOVE AUDIT-TIMESTAMP(1:8) TO WS-FECHA-LINEA
                IF WS-FECHA-RASTRO = SPACES
                 OR WS-FECHA-LINEA < WS-FECHA-RASTRO
                    MOVE WS-FECHA-LINEA TO WS-FECHA-RASTRO
                END-IF
                IF AUDIT-DECISION(1:9) = "RECHAZADO"
                 OR AUDIT-DECISION(1:7) = "TARIFA "
                 OR AUDIT-DECISION(1:10) = "SIN TARIFA"
                 OR AUDIT-RESULTADO NOT NUMERIC
                    CONTINUE
                ELSE
                    ADD 1 TO WS-CNT-POSTEADAS
                    MOVE AUDIT-CUENTA TO WS-BUSCA
                    PERFORM BUSCA-CUENTA
                    IF WS-HALLADO = 0
                        ADD 1 TO WS-CNT-SIN-CUENTA
                    ELSE
                        PERFORM ACUMULA-POSTEO
                    END-IF
                END-IF
            END-IF.

       ACUMULA-POSTEO.
            IF WS-CTA-ULTIMO(WS-HALLADO) = SPACES
             OR WS-FECHA-LINEA > WS-CTA-ULTIMO(WS-HALLADO)
                MOVE WS-FECHA-LINEA TO WS-CTA-ULTIMO(WS-HALLADO)
            END-IF.
            IF WS-FECHA-LINEA < WS-FECHA-PERIODO
                IF WS-CTA-ULT-ANTES(WS-HALLADO) = SPACES
                 OR WS-FECHA-LINEA > WS-CTA-ULT-ANTES(WS-HALLADO)
                    MOVE WS-FECHA-LINEA TO WS-CTA-ULT-ANTES(WS-HALLADO)
                END-IF
                IF WS-FECHA-LINEA NOT < WS-FECHA-HISTORIA
                    ADD 1 TO WS-CTA-CNT-HIST(WS-HALLADO)
                    IF AUDIT-RESULTADO < 0
                        SUBTRACT AUDIT-RESULTADO
                            FROM WS-CTA-IMP-HIST(WS-HALLADO)
                    ELSE
                        ADD AUDIT-RESULTADO
                            TO WS-CTA-IMP-HIST(WS-HALLADO)
                    END-IF
                END-IF
            ELSE
                ADD 1 TO WS-CTA-CNT-PER(WS-HALLADO)
                IF AUDIT-RESULTADO < 0
                    SUBTRACT AUDIT-RESULTADO
                        FROM WS-CTA-IMP-PER(WS-HALLADO)
                ELSE
                    ADD AUDIT-RESULTADO TO WS-CTA-IMP-PER(WS-HALLADO)
                END-IF
                IF WS-CTA-PRIMERO-PER(WS-HALLADO) = SPACES
                 OR WS-FECHA-LINEA < WS-CTA-PRIMERO-PER(WS-HALLADO)
                    MOVE WS-FECHA-LINEA
                        TO WS-CTA-PRIMERO-PER(WS-HALLADO)
                END-IF
            END-IF.

       CALCULA-HISTORIA-EFECTIVA.
      *Un rastro mas joven que la historia pedida la acorta a los
      *periodos completos que si cubre.
            IF WS-FECHA-RASTRO = SPACES
             OR WS-FECHA-RASTRO NOT < WS-FECHA-PERIODO
                MOVE 0 TO WS-HIST-EFECTIVA
            ELSE
                IF WS-FECHA-RASTRO NOT > WS-FECHA-HISTORIA
                    MOVE WS-PERIODOS-HIST TO WS-HIST-EFECTIVA
                ELSE
                    MOVE WS-FECHA-RASTRO TO WS-FECHA-NUM
                    COMPUTE WS-DIA-DESDE =
                        FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                    MOVE WS-FECHA-PERIODO TO WS-FECHA-NUM
                    COMPUTE WS-DIA-HASTA =
                        FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                    COMPUTE WS-HIST-EFECTIVA =
                        (WS-DIA-HASTA - WS-DIA-DESDE) / WS-DIAS-PERIODO
                END-IF
            END-IF.

       CARGA-PENDIENTES.
      *Cuantos registros tiene ya la cola y que cuentas tienen una
      *inactivacion esperando decision, para no proponerlas dos
      *veces.
            MOVE 0 TO WS-PEND-TOTAL.
            OPEN INPUT PENDIENTES.
            IF WS-FS-PENDIENTES = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ PENDIENTES
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            ADD 1 TO WS-PEND-TOTAL
                            IF PEND-TIPO = "C" AND PEND-ESTADO = "P"
                                MOVE PEND-CT-CUENTA TO WS-BUSCA
                                PERFORM BUSCA-CUENTA
                                IF WS-HALLADO > 0
                                    MOVE "S"
                                      TO WS-CTA-PENDIENTE(WS-HALLADO)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDIENTES
            END-IF.

       ESCRIBE-SECCION-INACTIVAS.
      *Cuentas no inactivas sin posteos desde la fecha de corte; cada
      *una con ultimo posteo se propone para inactivar.
            MOVE "CUENTAS SIN POSTEOS EN LOS ULTIMOS"
                TO WS-TITULO-SECCION.
            MOVE WS-DIAS-INACTIVA TO WS-ED-PARM.
            MOVE WS-ED-PARM TO WS-TITULO-SECCION(36:4).
            MOVE "DIAS" TO WS-TITULO-SECCION(41:4).
            PERFORM ESCRIBE-TITULO-SECCION.
            MOVE "CUENTA   DESCRIPCION          MON ULT.POST"
                TO REVISION-LINEA.
            MOVE "DIAS" TO REVISION-LINEA(45:4).
            MOVE "MOVS PER" TO REVISION-LINEA(50:8).
            MOVE "IMPORTE PER" TO REVISION-LINEA(60:11).
            MOVE "SALDO" TO REVISION-LINEA(80:5).
            MOVE "PROPUESTA" TO REVISION-LINEA(86:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF PROPONE-INACTIVAR AND NOT FALTA-ARCHIVO
                PERFORM ABRE-PENDIENTES
            END-IF.
            MOVE 0 TO WS-CNT-SECCION.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-CTA-CNT
                ADD 1 TO WS-IDX
                IF WS-CTA-ESTADO(WS-IDX) NOT = "I"
                 AND (WS-CTA-ULTIMO(WS-IDX) = SPACES
                  OR WS-CTA-ULTIMO(WS-IDX) < WS-FECHA-CORTE)
                    PERFORM ESCRIBE-INACTIVA
                END-IF
            END-PERFORM.
            IF PEND-ABIERTO
                CLOSE PENDIENTES
                MOVE "N" TO WS-PEND-ABIERTO
            END-IF.
            PERFORM CIERRA-SECCION.
            MOVE WS-CNT-SECCION TO WS-CNT-INACTIVAS.

       ABRE-PENDIENTES.
            OPEN EXTEND PENDIENTES.
            IF WS-FS-PENDIENTES NOT = "00"
      *PENDIENTES.DAT no existe todavia: se crea vacio y se reabre
      *en modo EXTEND, el mismo patron que AUDITLOG.DAT.
                OPEN OUTPUT PENDIENTES
                CLOSE PENDIENTES
                OPEN EXTEND PENDIENTES
            END-IF.
            IF WS-FS-PENDIENTES = "00"
                SET PEND-ABIERTO TO TRUE
            ELSE
                DISPLAY "NO SE PUDO ESCRIBIR PENDIENTES.DAT (STATUS "
                        WS-FS-PENDIENTES "): NO SE PROPONE NINGUNA "
                        "INACTIVACION."
                SET FALLA-PROPUESTA TO TRUE
            END-IF.

       ESCRIBE-INACTIVA.
            ADD 1 TO WS-CNT-SECCION.
            PERFORM PROPONE-INACTIVACION.
            PERFORM MUEVE-DATOS-CUENTA.
            IF WS-CTA-ULTIMO(WS-IDX) NOT = SPACES
                MOVE WS-CTA-ULTIMO(WS-IDX) TO WS-FECHA-NUM
                COMPUTE WS-DIA-ENTERO =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                COMPUTE WS-DIAS-SIN-MOV = WS-DIA-HOY - WS-DIA-ENTERO
                MOVE WS-DIAS-SIN-MOV TO WS-ED-DIAS
                MOVE WS-ED-DIAS TO REVISION-LINEA(43:6)
            END-IF.
            MOVE WS-CTA-SALDO(WS-IDX) TO WS-ED-IMPORTE.
            MOVE WS-ED-IMPORTE TO REVISION-LINEA(72:13).
            MOVE WS-ESTADO-PROPUESTA TO REVISION-LINEA(86:15).
            PERFORM ESCRIBE-LINEA-REPORTE.

       PROPONE-INACTIVACION.
      *Solo se propone lo que tiene fecha de ultimo posteo, no tiene
      *ya una propuesta esperando y cabe en la cola.
            EVALUATE TRUE
                WHEN WS-CTA-ULTIMO(WS-IDX) = SPACES
                    MOVE "SIN POSTEOS" TO WS-ESTADO-PROPUESTA
                    ADD 1 TO WS-CNT-SIN-POSTEOS
                WHEN WS-CTA-PENDIENTE(WS-IDX) = "S"
                    MOVE "YA PENDIENTE" TO WS-ESTADO-PROPUESTA
                    ADD 1 TO WS-CNT-YA-PENDIENTES
                WHEN NOT PROPONE-INACTIVAR
                    MOVE "SOLO LISTADA" TO WS-ESTADO-PROPUESTA
                    ADD 1 TO WS-CNT-NO-PROPUESTAS
                WHEN NOT PEND-ABIERTO
                    MOVE "NO PROPUESTA" TO WS-ESTADO-PROPUESTA
                    ADD 1 TO WS-CNT-NO-PROPUESTAS
                WHEN WS-PEND-TOTAL >= 200
                    MOVE "COLA LLENA" TO WS-ESTADO-PROPUESTA
                    ADD 1 TO WS-CNT-NO-PROPUESTAS
                WHEN OTHER
                    PERFORM GRABA-PROPUESTA
            END-EVALUATE.

       GRABA-PROPUESTA.
      *El solicitante es el operador de la tarjeta CTLOPER.DAT: otro
      *nivel 3 decide en APRUEBA-CAMBIOS.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
            MOVE SPACES TO PEND-REG.
            MOVE "C" TO PEND-TIPO.
            MOVE "P" TO PEND-ESTADO.
            MOVE CMN-OPERADOR-ID TO PEND-SOLICITANTE.
            MOVE WS-TIMESTAMP TO PEND-TS-SOLICITUD.
            MOVE "I" TO PEND-CT-ACCION.
            MOVE WS-CTA-ID(WS-IDX) TO PEND-CT-CUENTA.
            MOVE WS-CTA-ULTIMO(WS-IDX) TO PEND-CT-ULTIMO.
            MOVE WS-CTA-SALDO(WS-IDX) TO PEND-CT-SALDO.
            WRITE PEND-REG.
            IF WS-FS-PENDIENTES = "00"
                ADD 1 TO WS-PEND-TOTAL
                ADD 1 TO WS-CNT-PROPUESTAS
                MOVE "S" TO WS-CTA-PENDIENTE(WS-IDX)
                MOVE "PROPUESTA" TO WS-ESTADO-PROPUESTA
            ELSE
                MOVE "NO PROPUESTA" TO WS-ESTADO-PROPUESTA
                ADD 1 TO WS-CNT-NO-PROPUESTAS
                SET FALLA-PROPUESTA TO TRUE
            END-IF.

       ESCRIBE-SECCION-REACTIVADAS.
      *Posteos en el periodo despues de un hueco de al menos los
      *dias de inactividad.
            MOVE "CUENTAS QUE VOLVIERON A POSTEAR DESPUES DE INACTIVAS"
                TO WS-TITULO-SECCION.
            PERFORM ESCRIBE-TITULO-SECCION.
            MOVE "CUENTA   DESCRIPCION          MON ULT.POST"
                TO REVISION-LINEA.
            MOVE "MOVS PER" TO REVISION-LINEA(50:8).
            MOVE "IMPORTE PER" TO REVISION-LINEA(60:11).
            MOVE "POST.ANT" TO REVISION-LINEA(72:8).
            MOVE "DIAS" TO REVISION-LINEA(83:4).
            MOVE "VUELTA" TO REVISION-LINEA(88:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-CNT-SECCION.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-CTA-CNT
                ADD 1 TO WS-IDX
                IF WS-CTA-CNT-PER(WS-IDX) > 0
                    PERFORM EVALUA-REACTIVADA
                END-IF
            END-PERFORM.
            PERFORM CIERRA-SECCION.
            MOVE WS-CNT-SECCION TO WS-CNT-REACTIVADAS.

       EVALUA-REACTIVADA.
      *El hueco va del posteo anterior al periodo (o, sin posteo
      *anterior, del inicio del rastro) al primer posteo del periodo.
            MOVE WS-CTA-PRIMERO-PER(WS-IDX) TO WS-FECHA-NUM.
            COMPUTE WS-DIA-HASTA =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM).
            IF WS-CTA-ULT-ANTES(WS-IDX) = SPACES
                MOVE WS-FECHA-RASTRO TO WS-FECHA-NUM
            ELSE
                MOVE WS-CTA-ULT-ANTES(WS-IDX) TO WS-FECHA-NUM
            END-IF.
            COMPUTE WS-DIA-DESDE =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM).
            IF WS-DIA-HASTA > WS-DIA-DESDE
                COMPUTE WS-DIAS-SIN-MOV = WS-DIA-HASTA - WS-DIA-DESDE
            ELSE
                MOVE 0 TO WS-DIAS-SIN-MOV
            END-IF.
            IF WS-DIAS-SIN-MOV NOT < WS-DIAS-INACTIVA
                ADD 1 TO WS-CNT-SECCION
                PERFORM MUEVE-DATOS-CUENTA
                IF WS-CTA-ULT-ANTES(WS-IDX) = SPACES
                    MOVE "NINGUNO" TO REVISION-LINEA(72:8)
                ELSE
                    MOVE WS-CTA-ULT-ANTES(WS-IDX)
                        TO REVISION-LINEA(72:8)
                END-IF
                MOVE WS-DIAS-SIN-MOV TO WS-ED-DIAS
                MOVE WS-ED-DIAS TO REVISION-LINEA(81:6)
                MOVE WS-CTA-PRIMERO-PER(WS-IDX) TO REVISION-LINEA(88:8)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.

       ESCRIBE-SECCION-INUSUALES.
      *Conteo o importe del periodo por encima del porcentaje pedido
      *del promedio por periodo de la propia historia de la cuenta.
            MOVE "CUENTAS CON ACTIVIDAD MUY POR ENCIMA DE SU HISTORIA"
                TO WS-TITULO-SECCION.
            PERFORM ESCRIBE-TITULO-SECCION.
            MOVE "CUENTA   DESCRIPCION          MON ULT.POST"
                TO REVISION-LINEA.
            MOVE "MOVS PER" TO REVISION-LINEA(50:8).
            MOVE "IMPORTE PER" TO REVISION-LINEA(60:11).
            MOVE "PROM" TO REVISION-LINEA(74:4).
            MOVE "PROM IMPORTE" TO REVISION-LINEA(80:12).
            MOVE "MOTIVO" TO REVISION-LINEA(93:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-CNT-SECCION.
            IF WS-HIST-EFECTIVA = 0
                MOVE "EL RASTRO NO CUBRE UN PERIODO COMPLETO ANTES DEL "
                    TO REVISION-LINEA
                MOVE "PERIODO: NO HAY HISTORIA CONTRA LA CUAL COMPARAR."
                    TO REVISION-LINEA(50:50)
                PERFORM ESCRIBE-LINEA-REPORTE
            ELSE
                MOVE 0 TO WS-IDX
                PERFORM UNTIL WS-IDX >= WS-CTA-CNT
                    ADD 1 TO WS-IDX
                    IF WS-CTA-CNT-PER(WS-IDX) > 0
                     AND WS-CTA-CNT-HIST(WS-IDX) > 0
                        PERFORM EVALUA-INUSUAL
                    END-IF
                END-PERFORM
            END-IF.
            PERFORM CIERRA-SECCION.
            MOVE WS-CNT-SECCION TO WS-CNT-INUSUALES.

       EVALUA-INUSUAL.
            MOVE "N" TO WS-ALZA-CNT.
            MOVE "N" TO WS-ALZA-IMP.
            COMPUTE WS-PRODUCTO-PER =
                WS-CTA-CNT-PER(WS-IDX) * 100 * WS-HIST-EFECTIVA.
            COMPUTE WS-PRODUCTO-HIST =
                WS-CTA-CNT-HIST(WS-IDX) * WS-PCT-ALZA.
            IF WS-CTA-CNT-PER(WS-IDX) NOT < WS-MIN-MOVS
             AND WS-PRODUCTO-PER > WS-PRODUCTO-HIST
                SET ALZA-CNT TO TRUE
            END-IF.
            COMPUTE WS-PRODUCTO-PER =
                WS-CTA-IMP-PER(WS-IDX) * 100 * WS-HIST-EFECTIVA.
            COMPUTE WS-PRODUCTO-HIST =
                WS-CTA-IMP-HIST(WS-IDX) * WS-PCT-ALZA.
            IF WS-PRODUCTO-PER > WS-PRODUCTO-HIST
                SET ALZA-IMP TO TRUE
            END-IF.
            IF ALZA-CNT OR ALZA-IMP
                ADD 1 TO WS-CNT-SECCION
                PERFORM MUEVE-DATOS-CUENTA
                COMPUTE WS-PROM-CNT ROUNDED =
                    WS-CTA-CNT-HIST(WS-IDX) / WS-HIST-EFECTIVA
                COMPUTE WS-PROM-IMP ROUNDED =
                    WS-CTA-IMP-HIST(WS-IDX) / WS-HIST-EFECTIVA
                MOVE WS-PROM-CNT TO WS-ED-MOVS
                MOVE WS-ED-MOVS TO REVISION-LINEA(72:6)
                MOVE WS-PROM-IMP TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO REVISION-LINEA(79:13)
                EVALUATE TRUE
                    WHEN ALZA-CNT AND ALZA-IMP
                        MOVE "AMBOS" TO REVISION-LINEA(93:5)
                    WHEN ALZA-CNT
                        MOVE "CANTIDAD" TO REVISION-LINEA(93:8)
                    WHEN OTHER
                        MOVE "IMPORTE" TO REVISION-LINEA(93:7)
                END-EVALUATE
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.

       MUEVE-DATOS-CUENTA.
      *Columnas comunes a las tres secciones: cuenta, descripcion,
      *moneda, ultimo posteo, conteo e importe del periodo.
            MOVE WS-CTA-ID(WS-IDX) TO REVISION-LINEA(1:8).
            MOVE WS-CTA-DESC(WS-IDX) TO REVISION-LINEA(10:20).
            MOVE WS-CTA-MONEDA(WS-IDX) TO REVISION-LINEA(31:3).
            IF WS-CTA-ULTIMO(WS-IDX) = SPACES
                MOVE "NUNCA" TO REVISION-LINEA(35:5)
            ELSE
                MOVE WS-CTA-ULTIMO(WS-IDX) TO REVISION-LINEA(35:8)
            END-IF.
            MOVE WS-CTA-CNT-PER(WS-IDX) TO WS-ED-MOVS.
            MOVE WS-ED-MOVS TO REVISION-LINEA(51:6).
            MOVE WS-CTA-IMP-PER(WS-IDX) TO WS-ED-IMPORTE.
            MOVE WS-ED-IMPORTE TO REVISION-LINEA(58:13).

       ESCRIBE-TITULO-SECCION.
      *Cada seccion en pagina nueva con su titulo.
            MOVE 99 TO WS-LINEAS-PAG.
            MOVE WS-TITULO-SECCION TO REVISION-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            PERFORM ESCRIBE-LINEA-REPORTE.

       CIERRA-SECCION.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTAS EN ESTA SECCION:" TO REVISION-LINEA.
            MOVE WS-CNT-SECCION TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(26:9).
            PERFORM ESCRIBE-LINEA-REPORTE.

       ESCRIBE-TOTALES.
      *Parametros usados, fechas resultantes y conteos de la
      *revision, en pagina propia.
            MOVE "PARAMETROS Y TOTALES DE LA REVISION"
                TO WS-TITULO-SECCION.
            PERFORM ESCRIBE-TITULO-SECCION.
            MOVE "DIAS SIN POSTEOS PARA INACTIVA"
                TO REVISION-LINEA(3:30).
            MOVE WS-DIAS-INACTIVA TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            MOVE "SIN POSTEOS DESDE" TO REVISION-LINEA(62:17).
            MOVE WS-FECHA-CORTE TO REVISION-LINEA(80:8).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "DIAS DEL PERIODO" TO REVISION-LINEA(3:16).
            MOVE WS-DIAS-PERIODO TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            MOVE "PERIODO DESDE" TO REVISION-LINEA(62:13).
            MOVE WS-FECHA-PERIODO TO REVISION-LINEA(80:8).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "PERIODOS DE HISTORIA PEDIDOS" TO REVISION-LINEA(3:28).
            MOVE WS-PERIODOS-HIST TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            MOVE "HISTORIA DESDE" TO REVISION-LINEA(62:14).
            MOVE WS-FECHA-HISTORIA TO REVISION-LINEA(80:8).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "PERIODOS DE HISTORIA EN EL RASTRO"
                TO REVISION-LINEA(3:33).
            MOVE WS-HIST-EFECTIVA TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            MOVE "RASTRO DESDE" TO REVISION-LINEA(62:12).
            IF WS-FECHA-RASTRO = SPACES
                MOVE "(VACIO)" TO REVISION-LINEA(80:7)
            ELSE
                MOVE WS-FECHA-RASTRO TO REVISION-LINEA(80:8)
            END-IF.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "ALZA SOBRE EL PROMEDIO (PORCENTAJE)"
                TO REVISION-LINEA(3:35).
            MOVE WS-PCT-ALZA TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "MINIMO DE MOVIMIENTOS PARA ALZA EN CANTIDAD"
                TO REVISION-LINEA(3:43).
            MOVE WS-MIN-MOVS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTAS REVISADAS" TO REVISION-LINEA(3:17).
            MOVE WS-CTA-CNT TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF WS-CTA-OMITIDAS > 0
                MOVE "** CUENTAS FUERA DE LA REVISION (MAS DE 2000)"
                    TO REVISION-LINEA(3:46)
                MOVE WS-CTA-OMITIDAS TO WS-ED-CONTADOR
                MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            MOVE "MESES ARCHIVADOS LEIDOS" TO REVISION-LINEA(3:23).
            MOVE WS-ARC-CNT TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF FALTA-ARCHIVO
                MOVE "** FALTAN MESES ARCHIVADOS: LAS FECHAS PUEDEN "
                    TO REVISION-LINEA(3:46)
                MOVE "ESTAR INCOMPLETAS, NADA SE PROPUSO"
                    TO REVISION-LINEA(49:34)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            MOVE "LINEAS DE AUDITORIA LEIDAS" TO REVISION-LINEA(3:26).
            MOVE WS-CNT-LINEAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  POSTEADAS" TO REVISION-LINEA(3:11).
            MOVE WS-CNT-POSTEADAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  DE CUENTAS FUERA DEL MAESTRO"
                TO REVISION-LINEA(3:30).
            MOVE WS-CNT-SIN-CUENTA TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTAS SIN POSTEOS EN EL PLAZO"
                TO REVISION-LINEA(3:31).
            MOVE WS-CNT-INACTIVAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  PROPUESTAS PARA INACTIVAR" TO REVISION-LINEA(3:27).
            MOVE WS-CNT-PROPUESTAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  YA PENDIENTES DE UNA REVISION ANTERIOR"
                TO REVISION-LINEA(3:40).
            MOVE WS-CNT-YA-PENDIENTES TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  SIN NINGUN POSTEO EN EL RASTRO"
                TO REVISION-LINEA(3:32).
            MOVE WS-CNT-SIN-POSTEOS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  LISTADAS SIN PROPUESTA" TO REVISION-LINEA(3:24).
            MOVE WS-CNT-NO-PROPUESTAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTAS REACTIVADAS EN EL PERIODO"
                TO REVISION-LINEA(3:33).
            MOVE WS-CNT-REACTIVADAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTAS CON ACTIVIDAD INUSUAL"
                TO REVISION-LINEA(3:29).
            MOVE WS-CNT-INUSUALES TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO REVISION-LINEA(50:9).
            PERFORM ESCRIBE-LINEA-REPORTE.

       ESCRIBE-LINEA-REPORTE.
      *Toda linea del reporte pasa por aqui para que el salto de
      *pagina y el encabezado CMN-CABECERA queden en un solo lugar.
            IF WS-LINEAS-PAG >= WS-LINEAS-TOPE
                PERFORM ESCRIBE-ENCABEZADO-PAGINA
            END-IF.
            WRITE REVISION-LINEA.
            ADD 1 TO WS-LINEAS-PAG.
            MOVE SPACES TO REVISION-LINEA.

       ESCRIBE-ENCABEZADO-PAGINA.
            ADD 1 TO WS-PAGINA.
      *La linea en transito se preserva mientras se escribe el
      *encabezado de la pagina nueva.
            MOVE REVISION-LINEA TO WS-LINEA-GUARDADA.
            MOVE SPACES TO REVISION-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
                CMN-NOMBRE-JOB DELIMITED BY SIZE
                " FECHA:" DELIMITED BY SIZE
                CMN-FECHA-EJECUCION DELIMITED BY SIZE
                " OPER:" DELIMITED BY SIZE
                CMN-OPERADOR-ID DELIMITED BY SIZE
                INTO REVISION-LINEA.
            MOVE WS-PAGINA TO WS-ED-PAGINA.
            MOVE "PAG." TO REVISION-LINEA(90:4).
            MOVE WS-ED-PAGINA TO REVISION-LINEA(95:4).
            WRITE REVISION-LINEA.
            MOVE SPACES TO REVISION-LINEA.
            MOVE "REVISION DE CUENTAS INACTIVAS Y DE ACTIVIDAD INUSUAL"
                TO REVISION-LINEA.
            MOVE "- FECHA" TO REVISION-LINEA(54:7).
            MOVE WS-FECHA-NEGOCIO TO REVISION-LINEA(62:8).
            WRITE REVISION-LINEA.
            MOVE SPACES TO REVISION-LINEA.
            WRITE REVISION-LINEA.
            MOVE 3 TO WS-LINEAS-PAG.
            MOVE WS-LINEA-GUARDADA TO REVISION-LINEA.

       LEE-OPERADOR-CARD.
            OPEN INPUT OPERADOR-CARD.
            IF WS-FS-OPERADOR = "00"
                READ OPERADOR-CARD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF OPER-ID NOT = SPACES
                            MOVE OPER-ID TO CMN-OPERADOR-ID
                        END-IF
                END-READ
                CLOSE OPERADOR-CARD
            END-IF.
            IF CMN-OPERADOR-ID = SPACES
                MOVE "SIN ID" TO CMN-OPERADOR-ID
            END-IF.

       FORMATEA-FECHA-EJECUCION.
      *Misma edicion MM/DD/YYYY que usa el resto de la suite.
            MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO.
            MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES.
            MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA.
            STRING WS-MES DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                WS-DIA DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                WS-ANIO DELIMITED BY SIZE
                INTO CMN-FECHA-EJECUCION.
       END PROGRAM REVISA-CUENTAS.
