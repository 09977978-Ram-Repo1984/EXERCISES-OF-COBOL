      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Standing-order generator, the suite step ahead of
      * COLECTOR-ENTRADAS: the weekly and monthly transactions the
      * departments used to key into TRANSIN1/2/3 by hand every time
      * now live once in ORDPERM.DAT (maintained with
      * MANTENIMIENTO-PERMANENTES), and this step writes tonight's due
      * items as one more controlled source file, TRANSIN4.DAT, with
      * its own TRANSIN.cpy header (HDR-ORIGEN "PERMANEN") and
      * trailer count/hash totals. The collector validates and merges
      * it like any other sender's file.
      * Due dates follow the same processing calendar FECHA-NEGOCIO
      * uses (weekends plus the FERIADOS.DAT holiday list): an item
      * whose nominal date falls on a weekend or holiday rolls to the
      * next business day. Every order remembers the last nominal date
      * it covered (ORD-ULTIMA-GEN), and the step generates every
      * nominal date after it whose business day is on or before
      * tonight's business date - so a catch-up night, or a night
      * after a holiday, picks up everything that came due in
      * between, and nothing is generated twice.
      * An item is skipped, and listed with its reason, when its
      * account is missing or inactive in CUENTAS.DAT; an order past
      * its end date is marked expired ("V") and listed once. The
      * report (ORDGEN.DAT) shows what was generated, what was
      * skipped, and every active order's next due date.
      * When nothing comes due no TRANSIN4.DAT is left behind, so the
      * collector (and the old single-file flow) see no extra source;
      * that includes a night with no orders at all.
      * Each generated detail carries ORIGEN-IN "P": an order never
      * generates the same nominal date twice, so the posting step
      * does not hold a weekly repeat or a catch-up night's several
      * occurrences against each other as duplicates. The collector
      * merges this source into the lot even when the departments'
      * files carry the previous business date.
      * ORDPERM.DAT is rewritten at the end of the step with the new
      * last-covered dates; a step that dies before that leaves the
      * master untouched and the restart regenerates the same file.
      * A master with more orders than the 300 the step holds aborts
      * the step with RETURN-CODE 1 before anything is generated, as
      * MANTENIMIENTO-PERMANENTES does: running with the first 300
      * would drop the rest when the master is rewritten.
      * Record layouts come from copybooks/ORDPERM.cpy,
      * copybooks/TRANSIN.cpy and copybooks/CUENTAS.cpy.
      * Uses GOBACK instead of STOP RUN so it can run standalone or be
      * CALLed from SUITE-NOCTURNA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-PERMANENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES ASSIGN TO "ORDPERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDENES.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT FUENTE-PERMANENTES ASSIGN TO "TRANSIN4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUENTE.
           SELECT FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.
           SELECT REPORTE-ORDENES ASSIGN TO "ORDGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT PASO-COMUN ASSIGN TO "CMNSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASO-COMUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES.
       COPY ORDPERM.

       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.

       FD  FUENTE-PERMANENTES.
       01  FUENTE-REC                  PIC X(40).

       FD  FERIADOS.
       01  FERIADO-REC.
           05  FER-FECHA               PIC X(8).

       FD  REPORTE-ORDENES.
       01  ORDGEN-LINEA                PIC X(80).

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       FD  PASO-COMUN.
       COPY CMNSTEP.

       WORKING-STORAGE SECTION.
       01  WS-FS-ORDENES               PIC XX.
       01  WS-FS-CUENTAS               PIC XX.
       01  WS-FS-FUENTE                PIC XX.
       01  WS-FS-FERIADOS              PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
      *Registro de TRANSIN.cpy que se arma antes de escribirlo en la
      *fuente generada.
       COPY TRANSIN.
      *Maestro de ordenes en memoria; se reescribe completo al final
      *con las fechas de ultimo vencimiento cubierto.
       01  WS-ORD-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-ORDENES.
           05  WS-ORD-IMAGEN           PIC X(80) OCCURS 300.
       01  WS-IDX                      PIC 9(3).
      *Calendario de feriados en memoria, igual que FECHA-NEGOCIO;
      *ausente = solo fines de semana.
       01  WS-FER-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-FERIADOS.
           05  WS-FER-FECHA            PIC X(8) OCCURS 100.
       01  WS-IDX-FER                  PIC 9(3).
       01  WS-ES-HABIL                 PIC X.
           88  ES-HABIL                VALUE "S".
       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-DIA-ENTERO               PIC 9(8).
       01  WS-DIA-SEMANA               PIC 9.
       01  WS-TOPE-BUSQUEDA            PIC 9(3).
      *Fecha de negocio de esta noche.
       01  WS-FECHA-NEGOCIO            PIC X(8).
      *Vencimiento en proceso: numero de ocurrencia desde el inicio
      *de la orden, su fecha nominal y el dia habil en que postea.
       01  WS-OCURRENCIA               PIC 9(4).
       01  WS-ORDEN-TERMINADA          PIC X.
           88  ORDEN-TERMINADA         VALUE "S".
       01  WS-INICIO-NUM               PIC 9(8).
       01  WS-INICIO-DESGLOSE REDEFINES WS-INICIO-NUM.
           05  WS-INI-ANIO             PIC 9(4).
           05  WS-INI-MES              PIC 99.
           05  WS-INI-DIA              PIC 99.
       01  WS-INICIO-ENTERO            PIC 9(8).
       01  WS-NOMINAL-NUM              PIC 9(8).
       01  WS-NOMINAL-DESGLOSE REDEFINES WS-NOMINAL-NUM.
           05  WS-NOM-ANIO             PIC 9(4).
           05  WS-NOM-MES              PIC 99.
           05  WS-NOM-DIA              PIC 99.
       01  WS-NOMINAL                  PIC X(8).
       01  WS-EFECTIVA                 PIC X(8).
       01  WS-MESES                    PIC 9(5).
       01  WS-ULTIMO-DIA               PIC 99.
       01  WS-PRIMERO-SIGUIENTE        PIC 9(8).
       01  WS-MOTIVO                   PIC X(30).
      *Totales de la fuente generada para su cola.
       01  WS-CNT-GENERADAS            PIC 9(6) VALUE 0.
       01  WS-HASH-NUM1                PIC S9(8) VALUE 0.
       01  WS-HASH-NUM2                PIC S9(8) VALUE 0.
       01  WS-CNT-SALTADAS             PIC 9(6) VALUE 0.
      *Las secciones de saltados y de proximos vencimientos se
      *acumulan y se imprimen despues de los generados.
       01  WS-SAL-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-SALTADAS.
           05  WS-SAL-LINEA            PIC X(80) OCCURS 300.
       01  WS-PRX-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-PROXIMAS.
           05  WS-PRX-LINEA            PIC X(80) OCCURS 300.
       01  WS-NOMBRE-FUENTE            PIC X(12)
                                        VALUE "TRANSIN4.DAT".
       01  WS-RC-BORRADO               PIC S9(4) VALUE 0.
       01  WS-ED-NUM                   PIC -(4)9.
       01  WS-ED-CONTADOR              PIC ZZZZZ9.
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
           05  WS-MES                  PIC 99.
           05  WS-DIA                  PIC 99.
       COPY CMNHDR.
       COPY ERRLNK.
       COPY FECHALNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "GENERA-PERMANENTES" TO CMN-NOMBRE-JOB.
            PERFORM FORMATEA-FECHA-EJECUCION.
            MOVE 0 TO CMN-CONTADOR-REG.
            MOVE SPACES TO CMN-OPERADOR-ID.
            PERFORM LEE-OPERADOR-CARD.
            CALL "FECHA-NEGOCIO" USING FECHA-AREA.
            MOVE FN-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO.
            PERFORM CARGA-ORDENES.
            IF WS-ORD-CNT = 0
      *Sin ordenes permanentes no hay nada que generar y no se deja
      *ninguna fuente extra para el colector: una fuente de una noche
      *anterior que quedo se retira para que no se colecte de nuevo.
                DISPLAY "SIN ORDENES PERMANENTES: NADA QUE GENERAR."
                CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FUENTE
                MOVE RETURN-CODE TO WS-RC-BORRADO
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARGA-FERIADOS.
            OPEN INPUT MAESTRO-CUENTAS.
            IF WS-FS-CUENTAS NOT = "00"
                DISPLAY "CUENTAS.DAT NO DISPONIBLE (STATUS "
                        WS-FS-CUENTAS "): NO SE PUEDEN VALIDAR LAS "
                        "CUENTAS DE LAS ORDENES."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "CUENTAS.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-CUENTAS TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                IF ERR-ACCION = "A"
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            OPEN OUTPUT REPORTE-ORDENES.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR ORDGEN.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "ORDGEN.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-REPORTE TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                IF ERR-ACCION = "A"
                    CLOSE MAESTRO-CUENTAS
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            OPEN OUTPUT FUENTE-PERMANENTES.
            IF WS-FS-FUENTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR TRANSIN4.DAT (STATUS "
                        WS-FS-FUENTE ")."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "TRANSIN4.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-FUENTE TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                IF ERR-ACCION = "A"
                    CLOSE MAESTRO-CUENTAS
                    CLOSE REPORTE-ORDENES
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            MOVE SPACES TO TRANS-HDR-IN.
            MOVE "H" TO HDR-TIPO.
            MOVE WS-FECHA-NEGOCIO TO HDR-FECHA-NEG.
            MOVE "PERMANEN" TO HDR-ORIGEN.
            MOVE TRANS-HDR-IN TO FUENTE-REC.
            WRITE FUENTE-REC.
            PERFORM ESCRIBE-ENCABEZADO.
            MOVE 0 TO WS-IDX.
            PERFORM PROCESA-ORDEN
                UNTIL WS-IDX >= WS-ORD-CNT.
            MOVE SPACES TO TRANS-TRL-IN.
            MOVE "T" TO TRL-TIPO.
            MOVE WS-CNT-GENERADAS TO TRL-CONTADOR.
            MOVE WS-HASH-NUM1 TO TRL-HASH-NUM1.
            MOVE WS-HASH-NUM2 TO TRL-HASH-NUM2.
            MOVE TRANS-TRL-IN TO FUENTE-REC.
            WRITE FUENTE-REC.
            CLOSE FUENTE-PERMANENTES.
            CLOSE MAESTRO-CUENTAS.
            IF WS-CNT-GENERADAS = 0
      *Nada vencio esta noche: la fuente vacia se retira para que el
      *colector no la cuente como un envio.
                CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FUENTE
                MOVE RETURN-CODE TO WS-RC-BORRADO
                MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM ESCRIBE-SALTADAS.
            PERFORM ESCRIBE-PROXIMAS.
            PERFORM ESCRIBE-TOTALES.
            CLOSE REPORTE-ORDENES.
            PERFORM GRABA-ORDENES.
            DISPLAY "ORDENES PERMANENTES: " WS-CNT-GENERADAS
                    " GENERADAS, " WS-CNT-SALTADAS " SALTADAS PARA "
                    "LA FECHA DE NEGOCIO " WS-FECHA-NEGOCIO ".".
            MOVE WS-CNT-GENERADAS TO CMN-CONTADOR-REG.
            PERFORM ESCRIBE-PASO-COMUN.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

       CARGA-ORDENES.
            MOVE 0 TO WS-ORD-CNT.
            OPEN INPUT ORDENES.
            IF WS-FS-ORDENES = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ ORDENES
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF WS-ORD-CNT < 300
                                ADD 1 TO WS-ORD-CNT
                                MOVE ORDEN-REG
                                    TO WS-ORD-IMAGEN(WS-ORD-CNT)
                            ELSE
      *Seguir con las primeras 300 borraria el resto al reescribir el
      *maestro: se aborta sin generar ni reescribir nada.
                                DISPLAY "ORDPERM.DAT EXCEDE LAS 300 "
                                        "ORDENES QUE SOPORTA ESTE "
                                        "PROGRAMA. ABORTANDO."
                                CLOSE ORDENES
                                MOVE "CARGA-ORDENES" TO ERR-PARRAFO
                                MOVE "ORDPERM.DAT" TO ERR-ARCHIVO
                                MOVE WS-FS-ORDENES TO ERR-ESTADO
                                MOVE "E" TO ERR-SEVERIDAD
                                PERFORM REPORTA-ERROR
                                MOVE 1 TO RETURN-CODE
                                GOBACK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ORDENES
            END-IF.

       GRABA-ORDENES.
            OPEN OUTPUT ORDENES.
            IF WS-FS-ORDENES NOT = "00"
                DISPLAY "NO SE PUDO REESCRIBIR ORDPERM.DAT (STATUS "
                        WS-FS-ORDENES "): LA PROXIMA NOCHE VOLVERIA "
                        "A GENERAR LO DE HOY."
                MOVE "GRABA-ORDENES" TO ERR-PARRAFO
                MOVE "ORDPERM.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-ORDENES TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                IF ERR-ACCION = "A"
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
            ELSE
                MOVE 0 TO WS-IDX
                PERFORM UNTIL WS-IDX >= WS-ORD-CNT
                    ADD 1 TO WS-IDX
                    MOVE WS-ORD-IMAGEN(WS-IDX) TO ORDEN-REG
                    WRITE ORDEN-REG
                END-PERFORM
                CLOSE ORDENES
            END-IF.

       PROCESA-ORDEN.
            ADD 1 TO WS-IDX.
            MOVE WS-ORD-IMAGEN(WS-IDX) TO ORDEN-REG.
      *Solo las ordenes activas vencen; canceladas y vencidas ya se
      *reportaron en su momento.
            IF ORD-ESTADO = "A"
                IF ORD-FECHA-INICIO NOT NUMERIC
                    MOVE SPACES TO WS-NOMINAL
                    MOVE "ORDEN MAL FORMADA (INICIO)" TO WS-MOTIVO
                    MOVE "PROCESA-ORDEN" TO ERR-PARRAFO
                    PERFORM REGISTRA-SALTADA
                ELSE
                    MOVE ORD-FECHA-INICIO TO WS-INICIO-NUM
                    COMPUTE WS-INICIO-ENTERO =
                        FUNCTION INTEGER-OF-DATE(WS-INICIO-NUM)
                    MOVE 0 TO WS-OCURRENCIA
                    MOVE "N" TO WS-ORDEN-TERMINADA
      *Tope de ocurrencias por si una orden viene malformada: mejor
      *cortar que un bucle sin fin.
                    PERFORM AVANZA-VENCIMIENTO
                        UNTIL ORDEN-TERMINADA
                           OR WS-OCURRENCIA >= 9999
                    MOVE ORDEN-REG TO WS-ORD-IMAGEN(WS-IDX)
                END-IF
            END-IF.

       AVANZA-VENCIMIENTO.
      *Un vencimiento por vuelta: los ya cubiertos se pasan de largo,
      *los que postean hasta esta noche se generan (o saltan) y el
      *primero posterior queda como proximo vencimiento.
            PERFORM CALCULA-NOMINAL.
            ADD 1 TO WS-OCURRENCIA.
            IF ORD-ULTIMA-GEN NUMERIC
             AND WS-NOMINAL NOT > ORD-ULTIMA-GEN
                CONTINUE
            ELSE
                IF ORD-FECHA-FIN NUMERIC
                 AND WS-NOMINAL > ORD-FECHA-FIN
                    MOVE "V" TO ORD-ESTADO
                    MOVE "INSTRUCCION VENCIDA (FIN)" TO WS-MOTIVO
                    MOVE ORD-FECHA-FIN TO WS-NOMINAL
                    MOVE "AVANZA-VENCIMIENTO" TO ERR-PARRAFO
                    PERFORM REGISTRA-SALTADA
                    SET ORDEN-TERMINADA TO TRUE
                ELSE
                    PERFORM CALCULA-EFECTIVA
                    IF WS-EFECTIVA > WS-FECHA-NEGOCIO
                        PERFORM REGISTRA-PROXIMA
                        SET ORDEN-TERMINADA TO TRUE
                    ELSE
                        PERFORM VENCE-ITEM
                        MOVE WS-NOMINAL TO ORD-ULTIMA-GEN
                    END-IF
                END-IF
            END-IF.

       CALCULA-NOMINAL.
      *Fecha nominal de la ocurrencia WS-OCURRENCIA (cero = la fecha
      *de inicio). La mensual se cuenta siempre desde el inicio, asi
      *un dia 31 que cae en el 30 de un mes corto vuelve al 31 en el
      *siguiente en vez de ir corriendose.
            EVALUATE ORD-FRECUENCIA
                WHEN "Q"
                    COMPUTE WS-DIA-ENTERO =
                        WS-INICIO-ENTERO + (14 * WS-OCURRENCIA)
                    COMPUTE WS-NOMINAL-NUM =
                        FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
                WHEN "M"
                    COMPUTE WS-MESES =
                        (WS-INI-MES - 1) + WS-OCURRENCIA
                    COMPUTE WS-NOM-ANIO =
                        WS-INI-ANIO + (WS-MESES / 12)
                    COMPUTE WS-NOM-MES =
                        FUNCTION MOD(WS-MESES 12) + 1
                    MOVE 1 TO WS-NOM-DIA
                    PERFORM CALCULA-ULTIMO-DIA
                    IF WS-INI-DIA > WS-ULTIMO-DIA
                        MOVE WS-ULTIMO-DIA TO WS-NOM-DIA
                    ELSE
                        MOVE WS-INI-DIA TO WS-NOM-DIA
                    END-IF
                WHEN OTHER
                    COMPUTE WS-DIA-ENTERO =
                        WS-INICIO-ENTERO + (7 * WS-OCURRENCIA)
                    COMPUTE WS-NOMINAL-NUM =
                        FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
            END-EVALUATE.
            MOVE WS-NOMINAL-NUM TO WS-NOMINAL.

       CALCULA-ULTIMO-DIA.
      *Ultimo dia del mes de WS-NOMINAL-NUM: el dia anterior al
      *primero del mes siguiente.
            IF WS-NOM-MES = 12
                COMPUTE WS-PRIMERO-SIGUIENTE =
                    ((WS-NOM-ANIO + 1) * 10000) + 0101
            ELSE
                COMPUTE WS-PRIMERO-SIGUIENTE =
                    (WS-NOM-ANIO * 10000) + ((WS-NOM-MES + 1) * 100)
                    + 1
            END-IF.
            COMPUTE WS-DIA-ENTERO =
                FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIGUIENTE) - 1.
            COMPUTE WS-FECHA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
            MOVE WS-FECHA-NUM(7:2) TO WS-ULTIMO-DIA.

       CALCULA-EFECTIVA.
      *El dia habil en que postea el vencimiento: la fecha nominal
      *misma, o el siguiente dia habil si cae en fin de semana o
      *feriado. Mismo tope de 60 dias que FECHA-NEGOCIO.
            MOVE WS-NOMINAL-NUM TO WS-FECHA-NUM.
            COMPUTE WS-DIA-ENTERO =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM).
            MOVE 0 TO WS-TOPE-BUSQUEDA.
            PERFORM VERIFICA-DIA-HABIL.
            PERFORM UNTIL ES-HABIL OR WS-TOPE-BUSQUEDA >= 60
                ADD 1 TO WS-TOPE-BUSQUEDA
                ADD 1 TO WS-DIA-ENTERO
                PERFORM VERIFICA-DIA-HABIL
            END-PERFORM.
            COMPUTE WS-FECHA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
            MOVE WS-FECHA-NUM TO WS-EFECTIVA.

       VENCE-ITEM.
      *El vencimiento postea esta noche si su cuenta existe y esta
      *activa; si no, se salta con su motivo y no se arrastra.
            MOVE SPACES TO WS-MOTIVO.
            MOVE ORD-CUENTA TO CTA-ID.
            READ MAESTRO-CUENTAS
                INVALID KEY
                    MOVE "CUENTA NO EXISTE EN CUENTAS" TO WS-MOTIVO
                NOT INVALID KEY
                    IF CTA-ESTADO NOT = "A"
                        MOVE "CUENTA INACTIVA" TO WS-MOTIVO
                    END-IF
            END-READ.
            IF WS-MOTIVO NOT = SPACES
                MOVE "VENCE-ITEM" TO ERR-PARRAFO
                PERFORM REGISTRA-SALTADA
            ELSE
                PERFORM ESCRIBE-DETALLE
            END-IF.

       ESCRIBE-DETALLE.
            MOVE SPACES TO TRANS-REC-IN.
            MOVE ORD-NUM1 TO NUM1-IN.
            MOVE ORD-NUM2 TO NUM2-IN.
            MOVE ORD-CUENTA TO CUENTA-IN.
            MOVE ORD-OPERACION TO OPERACION-IN.
            MOVE SPACE TO OPERACION-ORIG.
            MOVE "P" TO ORIGEN-IN.
            MOVE TRANS-REC-IN TO FUENTE-REC.
            WRITE FUENTE-REC.
            ADD 1 TO WS-CNT-GENERADAS.
            ADD ORD-NUM1 TO WS-HASH-NUM1.
            ADD ORD-NUM2 TO WS-HASH-NUM2.
            MOVE SPACES TO ORDGEN-LINEA.
            PERFORM ARMA-LINEA-ORDEN.
            MOVE WS-EFECTIVA TO ORDGEN-LINEA(43:8).
            WRITE ORDGEN-LINEA.

       ARMA-LINEA-ORDEN.
            MOVE ORD-ID TO ORDGEN-LINEA(1:8).
            MOVE ORD-CUENTA TO ORDGEN-LINEA(10:8).
            MOVE ORD-NUM1 TO WS-ED-NUM.
            MOVE WS-ED-NUM TO ORDGEN-LINEA(19:5).
            MOVE ORD-NUM2 TO WS-ED-NUM.
            MOVE WS-ED-NUM TO ORDGEN-LINEA(25:5).
            MOVE ORD-OPERACION TO ORDGEN-LINEA(31:1).
            MOVE WS-NOMINAL TO ORDGEN-LINEA(34:8).

       REGISTRA-SALTADA.
            ADD 1 TO WS-CNT-SALTADAS.
            IF WS-SAL-CNT < 300
                ADD 1 TO WS-SAL-CNT
                MOVE SPACES TO ORDGEN-LINEA
                PERFORM ARMA-LINEA-ORDEN
                MOVE WS-MOTIVO TO ORDGEN-LINEA(43:30)
                MOVE ORDGEN-LINEA TO WS-SAL-LINEA(WS-SAL-CNT)
            END-IF.
      *El salto tambien queda en el log de errores como informativo,
      *como los rechazos del mantenimiento en lote; ERR-PARRAFO lo
      *deja el parrafo que decidio saltarlo.
            MOVE "ORDPERM.DAT" TO ERR-ARCHIVO.
            MOVE SPACES TO ERR-ESTADO.
            MOVE "I" TO ERR-SEVERIDAD.
            PERFORM REPORTA-ERROR.

       REGISTRA-PROXIMA.
            IF WS-PRX-CNT < 300
                ADD 1 TO WS-PRX-CNT
                MOVE SPACES TO ORDGEN-LINEA
                PERFORM ARMA-LINEA-ORDEN
                MOVE WS-EFECTIVA TO ORDGEN-LINEA(43:8)
                MOVE ORDGEN-LINEA TO WS-PRX-LINEA(WS-PRX-CNT)
            END-IF.

       ESCRIBE-SALTADAS.
            MOVE SPACES TO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.
            MOVE "VENCIMIENTOS SALTADOS" TO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.
            MOVE SPACES TO ORDGEN-LINEA.
            MOVE "ORDEN    CUENTA     NUM1  NUM2 OP  VENCE    MOTIVO"
                TO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-SAL-CNT
                ADD 1 TO WS-IDX
                MOVE WS-SAL-LINEA(WS-IDX) TO ORDGEN-LINEA
                WRITE ORDGEN-LINEA
            END-PERFORM.

       ESCRIBE-PROXIMAS.
            MOVE SPACES TO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.
            MOVE "PROXIMOS VENCIMIENTOS" TO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.
            MOVE SPACES TO ORDGEN-LINEA.
            MOVE "ORDEN    CUENTA     NUM1  NUM2 OP  VENCE    POSTEA"
                TO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-PRX-CNT
                ADD 1 TO WS-IDX
                MOVE WS-PRX-LINEA(WS-IDX) TO ORDGEN-LINEA
                WRITE ORDGEN-LINEA
            END-PERFORM.

       ESCRIBE-TOTALES.
            MOVE SPACES TO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.
            MOVE SPACES TO ORDGEN-LINEA.
            MOVE "GENERADAS:" TO ORDGEN-LINEA(1:10).
            MOVE WS-CNT-GENERADAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO ORDGEN-LINEA(12:6).
            MOVE "SALTADAS:" TO ORDGEN-LINEA(20:9).
            MOVE WS-CNT-SALTADAS TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO ORDGEN-LINEA(30:6).
            MOVE "FUENTE:" TO ORDGEN-LINEA(38:7).
            IF WS-CNT-GENERADAS > 0
                MOVE "TRANSIN4.DAT" TO ORDGEN-LINEA(46:12)
            ELSE
                MOVE "(NINGUNA)" TO ORDGEN-LINEA(46:9)
            END-IF.
            WRITE ORDGEN-LINEA.

       ESCRIBE-ENCABEZADO.
            MOVE SPACES TO ORDGEN-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
                CMN-NOMBRE-JOB DELIMITED BY SIZE
                " FECHA:" DELIMITED BY SIZE
                CMN-FECHA-EJECUCION DELIMITED BY SIZE
                " OPER:" DELIMITED BY SIZE
                CMN-OPERADOR-ID DELIMITED BY SIZE
                INTO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.
            MOVE SPACES TO ORDGEN-LINEA.
            MOVE "ORDENES PERMANENTES - FECHA DE NEGOCIO"
                TO ORDGEN-LINEA.
            MOVE WS-FECHA-NEGOCIO TO ORDGEN-LINEA(40:8).
            WRITE ORDGEN-LINEA.
            MOVE SPACES TO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.
            MOVE "VENCIMIENTOS GENERADOS" TO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.
            MOVE SPACES TO ORDGEN-LINEA.
            MOVE "ORDEN    CUENTA     NUM1  NUM2 OP  VENCE    POSTEA"
                TO ORDGEN-LINEA.
            WRITE ORDGEN-LINEA.

       VERIFICA-DIA-HABIL.
      *Habil = ni fin de semana ni feriado listado, el mismo criterio
      *de FECHA-NEGOCIO: el dia 1 de INTEGER-OF-DATE es lunes, asi
      *que MOD 7 deja 6 el sabado y 0 el domingo.
            MOVE "S" TO WS-ES-HABIL.
            COMPUTE WS-DIA-SEMANA =
                FUNCTION MOD(WS-DIA-ENTERO 7).
            IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
                MOVE "N" TO WS-ES-HABIL
            ELSE
                COMPUTE WS-FECHA-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
                MOVE 0 TO WS-IDX-FER
                PERFORM UNTIL WS-IDX-FER >= WS-FER-CNT
                    ADD 1 TO WS-IDX-FER
                    IF WS-FER-FECHA(WS-IDX-FER) = WS-FECHA-NUM
                        MOVE "N" TO WS-ES-HABIL
                        MOVE WS-FER-CNT TO WS-IDX-FER
                    END-IF
                END-PERFORM
            END-IF.

       CARGA-FERIADOS.
            MOVE 0 TO WS-FER-CNT.
            OPEN INPUT FERIADOS.
            IF WS-FS-FERIADOS = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ FERIADOS
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF FER-FECHA NUMERIC
                             AND WS-FER-CNT < 100
                                ADD 1 TO WS-FER-CNT
                                MOVE FER-FECHA
                                    TO WS-FER-FECHA(WS-FER-CNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FERIADOS
            END-IF.

       REPORTA-ERROR.
      *Toda falla pasa por el manejador comun de errores: queda
      *registrada en ERRLOG.DAT y la accion la decide su tabla de
      *severidades.
            MOVE CMN-NOMBRE-JOB TO ERR-PROGRAMA.
            CALL "MANEJA-ERRORES" USING CMN-CABECERA ERR-AREA.

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

       ESCRIBE-PASO-COMUN.
      *Handoff de fin de paso para SUITE-NOCTURNA: los datos de
      *CMN-CABECERA quedan en CMNSTEP.DAT para el registro de
      *historial de la corrida. Si no se puede escribir solo se
      *avisa; el paso no falla por eso.
            OPEN OUTPUT PASO-COMUN.
            IF WS-FS-PASO-COMUN = "00"
                MOVE SPACES TO PASO-COMUN-REC
                MOVE CMN-NOMBRE-JOB TO PASO-NOMBRE-JOB
                MOVE CMN-FECHA-EJECUCION TO PASO-FECHA
                MOVE CMN-OPERADOR-ID TO PASO-OPERADOR
                MOVE CMN-CONTADOR-REG TO PASO-CONTADOR
                WRITE PASO-COMUN-REC
                CLOSE PASO-COMUN
            ELSE
                DISPLAY "AVISO: NO SE PUDO ESCRIBIR CMNSTEP.DAT "
                        "(STATUS " WS-FS-PASO-COMUN ")."
            END-IF.
       END PROGRAM GENERA-PERMANENTES.
