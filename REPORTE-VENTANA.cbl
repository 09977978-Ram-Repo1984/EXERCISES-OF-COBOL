      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Batch-window trend and SLA report over RUNHIST.DAT, the
      * run-history file SUITE-NOCTURNA writes for every step: turns
      * RH-INICIO/RH-FIN into elapsed times per step and per suite
      * run for a chosen date range, so a night that keeps getting
      * longer shows up here instead of the morning it runs into the
      * online day.
      * Each step is compared against its own rolling average over
      * the previous N runs it appeared in (runs before the range
      * count as history too), and each run's window against the
      * average window of the previous N runs. Anything more than
      * PARM-PCT-DEMORA percent over its average (CTLPARM.DAT,
      * default 50) - and at least a minute over, so a step that
      * takes seconds does not flag on noise - is marked. A marked
      * step is labelled VOLUMEN when its records per minute
      * (RH-CONTADOR over its elapsed time) held up against its
      * average rate - it simply had more to do - or LENTITUD when
      * the rate fell, so a slowdown can be told apart from a volume
      * spike.
      * Every run's end is measured against the target end time
      * PARM-HORA-META (HHMM, default 0600; a target earlier in the
      * day than the run's start is the next morning). The report
      * closes with a projection for the next night from the last N
      * runs in the range: average start, average window plus the
      * night-over-night growth trend, the projected margin against
      * the target and, when the window is growing, how many nights
      * remain before it reaches the target.
      * The date range (YYYYMMDD) and N are asked for on the console:
      * an empty end date is the last night in the history, an empty
      * start date is the six nights before it, and an empty or zero
      * N is 7. The report is VENTANA.DAT; the run ends with
      * RETURN-CODE 2 when anything was marked or a run (or the
      * projection) misses the target, 0 otherwise.
      * The history can outgrow the in-core table, so the file is
      * read twice like CONSULTA-HISTORIAL does: a first pass counts
      * the records up to the end date and the second keeps the
      * newest ones that fit.
      * Record layouts come from copybooks/RUNHIST.cpy and
      * copybooks/CTLPARM.cpy.
      * Uses GOBACK instead of STOP RUN, like the rest of the suite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-VENTANA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIAL ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIAL.
           SELECT PARAMETROS ASSIGN TO "CTLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.
           SELECT REPORTE-VENTANA ASSIGN TO "VENTANA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT OPERADOR-CARD ASSIGN TO "CTLOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL.
       COPY RUNHIST.

       FD  PARAMETROS.
       COPY CTLPARM.

       FD  REPORTE-VENTANA.
       01  VENTANA-LINEA               PIC X(100).

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       WORKING-STORAGE SECTION.
       01  WS-FS-HISTORIAL             PIC XX.
       01  WS-FS-PARAMETROS            PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
      *Parametros de CTLPARM.DAT: tope de demora en porciento sobre
      *el promedio y hora meta de fin de la ventana (HHMM).
       01  WS-PCT-DEMORA               PIC 9(3) VALUE 50.
       01  WS-HORA-META                PIC 9(4) VALUE 600.
       01  WS-HORA-META-R REDEFINES WS-HORA-META.
           05  WS-META-HH              PIC 99.
           05  WS-META-MI              PIC 99.
       01  WS-META-SEG-DIA             PIC 9(5).
      *Exceso minimo en segundos para marcar una demora: un paso de
      *segundos no se marca por ruido.
       01  WS-MINIMO-DEMORA            PIC 9(3) VALUE 60.
      *Rango pedido y ventana del promedio movil.
       01  WS-DESDE                    PIC X(8).
       01  WS-HASTA                    PIC X(8).
       01  WS-NOCHES-PROMEDIO          PIC 9(2) VALUE 0.
       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-DIA-ENTERO               PIC 9(8).
      *Historial en memoria: los pasos hasta la fecha final, los
      *3000 mas recientes como maximo.
       01  WS-TOT-REGISTROS            PIC 9(6) VALUE 0.
       01  WS-OMITIR                   PIC 9(6) VALUE 0.
       01  WS-LEIDOS                   PIC 9(6) VALUE 0.
       01  WS-HIS-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-HISTORIAL.
           05  WS-HIS-ENT OCCURS 3000.
               10  WS-HIS-FECHA        PIC X(8).
               10  WS-HIS-SUITE-TS     PIC X(26).
               10  WS-HIS-PASO         PIC X(30).
               10  WS-HIS-INICIO       PIC 9(12).
               10  WS-HIS-FIN          PIC 9(12).
               10  WS-HIS-DURACION     PIC 9(7).
               10  WS-HIS-CONTADOR     PIC 9(6).
               10  WS-HIS-CORRIDA      PIC 9(3).
      *Corridas de la suite (grupos de RH-SUITE-TS) en memoria.
       01  WS-COR-CNT                  PIC 9(3) VALUE 0.
       01  WS-TABLA-CORRIDAS.
           05  WS-COR-ENT OCCURS 600.
               10  WS-COR-FECHA        PIC X(8).
               10  WS-COR-PRIMERO      PIC 9(4).
               10  WS-COR-ULTIMO       PIC 9(4).
               10  WS-COR-INICIO       PIC 9(12).
               10  WS-COR-FIN          PIC 9(12).
               10  WS-COR-VENTANA      PIC 9(7).
               10  WS-COR-META         PIC 9(12).
       01  WS-IDX                      PIC 9(4).
       01  WS-IDX-J                    PIC 9(4).
       01  WS-IDX-COR                  PIC 9(3).
       01  WS-IDX-COR-J                PIC 9(3).
      *Conversion de una marca de tiempo CURRENT-DATE a segundos
      *absolutos (dia juliano * 86400 + segundo del dia).
       01  WS-TS-TRABAJO               PIC X(26).
       01  WS-TS-PARTES REDEFINES WS-TS-TRABAJO.
           05  WS-TSP-FECHA            PIC 9(8).
           05  WS-TSP-HH               PIC 99.
           05  WS-TSP-MI               PIC 99.
           05  WS-TSP-SS               PIC 99.
           05  FILLER                  PIC X(12).
       01  WS-SEG-ABS                  PIC 9(12).
       01  WS-SEG-DIA                  PIC 9(5).
      *Promedio movil de un paso o de una ventana.
       01  WS-PROM-CNT                 PIC 9(2).
       01  WS-PROM-SUMA-DUR            PIC 9(9).
       01  WS-PROM-SUMA-REGS           PIC 9(9).
       01  WS-PROM-DUR                 PIC 9(7).
       01  WS-PROM-REGS                PIC 9(7).
       01  WS-PCT-SOBRE                PIC S9(5).
       01  WS-TASA                     PIC 9(7).
       01  WS-TASA-PROM                PIC 9(7).
       01  WS-MARCA                    PIC X(20).
       01  WS-HOLGURA-SEG              PIC S9(7).
      *Totales del reporte.
       01  WS-CORRIDAS-RANGO           PIC 9(3) VALUE 0.
       01  WS-PASOS-MARCADOS           PIC 9(4) VALUE 0.
       01  WS-CORRIDAS-LARGAS          PIC 9(3) VALUE 0.
       01  WS-CORRIDAS-FUERA-META      PIC 9(3) VALUE 0.
      *Proyeccion: ultimas N corridas del rango, pendiente de la
      *ventana por minimos cuadrados sobre x = 1..n.
       01  WS-PRY-DESDE                PIC 9(3).
       01  WS-PRY-N                    PIC 9(3).
       01  WS-PRY-X                    PIC 9(3).
       01  WS-PRY-SUMA-X               PIC S9(9).
       01  WS-PRY-SUMA-Y               PIC S9(12).
       01  WS-PRY-SUMA-XY              PIC S9(15).
       01  WS-PRY-SUMA-XX              PIC S9(12).
       01  WS-PRY-SUMA-ANTES           PIC S9(12).
       01  WS-PRY-PENDIENTE            PIC S9(7)V99.
       01  WS-PRY-VENTANA              PIC S9(9).
       01  WS-PRY-ANTES-META           PIC S9(9).
       01  WS-PRY-HOLGURA              PIC S9(9).
       01  WS-PRY-NOCHES               PIC 9(5).
       01  WS-PRY-DIVISOR              PIC S9(12).
       01  WS-PRY-FUERA-META           PIC X VALUE "N".
           88  PRY-FUERA-META          VALUE "S".
      *Campos de edicion.
       01  WS-SEG-FMT                  PIC 9(7).
       01  WS-DUR-TEXTO.
           05  WS-DUR-HH               PIC ZZ9.
           05  FILLER                  PIC X VALUE ":".
           05  WS-DUR-MI               PIC 99.
           05  FILLER                  PIC X VALUE ":".
           05  WS-DUR-SS               PIC 99.
       01  WS-HORA-TEXTO.
           05  WS-HOR-HH               PIC 99.
           05  FILLER                  PIC X VALUE ":".
           05  WS-HOR-MI               PIC 99.
       01  WS-RESTO                    PIC 9(7).
       01  WS-ED-PCT                   PIC -(4)9.
       01  WS-ED-MINUTOS               PIC -(5)9.
       01  WS-ED-CONTADOR              PIC ZZZZZ9.
       01  WS-ED-TASA                  PIC Z(6)9.
       01  WS-ED-CNT                   PIC ZZZ9.
       01  WS-ED-PENDIENTE             PIC -(6)9.
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
           05  WS-MES                  PIC 99.
           05  WS-DIA                  PIC 99.
       COPY CMNHDR.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "REPORTE-VENTANA" TO CMN-NOMBRE-JOB.
            PERFORM FORMATEA-FECHA-EJECUCION.
            MOVE 0 TO CMN-CONTADOR-REG.
            MOVE SPACES TO CMN-OPERADOR-ID.
            PERFORM LEE-OPERADOR-CARD.
            PERFORM LEE-PARAMETROS.
            PERFORM PIDE-RANGO.
            PERFORM CUENTA-REGISTROS.
            IF WS-FS-HISTORIAL NOT = "00" AND WS-TOT-REGISTROS = 0
                DISPLAY "RUNHIST.DAT NO DISPONIBLE (STATUS "
                        WS-FS-HISTORIAL "): NO HAY HISTORIAL QUE "
                        "MEDIR."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            IF WS-HASTA = SPACES
                PERFORM BUSCA-ULTIMA-FECHA
            END-IF.
            IF WS-HASTA = SPACES
                DISPLAY "RUNHIST.DAT ESTA VACIO."
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.
            IF WS-DESDE = SPACES
                MOVE WS-HASTA TO WS-FECHA-NUM
                COMPUTE WS-DIA-ENTERO =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) - 6
                COMPUTE WS-FECHA-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
                MOVE WS-FECHA-NUM TO WS-DESDE
            END-IF.
            PERFORM CARGA-TABLA.
            PERFORM ARMA-CORRIDAS.
            OPEN OUTPUT REPORTE-VENTANA.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR VENTANA.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ESCRIBE-ENCABEZADO.
            MOVE 0 TO WS-IDX-COR.
            PERFORM ESCRIBE-CORRIDA
                UNTIL WS-IDX-COR >= WS-COR-CNT.
            PERFORM ESCRIBE-RESUMEN.
            PERFORM ESCRIBE-PROYECCION.
            CLOSE REPORTE-VENTANA.
            DISPLAY "VENTANA BATCH DEL " WS-DESDE " AL " WS-HASTA
                    ": " WS-CORRIDAS-RANGO " CORRIDAS, "
                    WS-PASOS-MARCADOS " PASOS DEMORADOS, "
                    WS-CORRIDAS-FUERA-META " FUERA DE META. VER "
                    "VENTANA.DAT.".
            IF WS-PASOS-MARCADOS > 0 OR WS-CORRIDAS-LARGAS > 0
             OR WS-CORRIDAS-FUERA-META > 0 OR PRY-FUERA-META
                MOVE 2 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       PIDE-RANGO.
            DISPLAY "FECHA DESDE YYYYMMDD (VACIO = 6 NOCHES ANTES "
                    "DEL FIN): " WITH NO ADVANCING.
            MOVE SPACES TO WS-DESDE.
            ACCEPT WS-DESDE.
            DISPLAY "FECHA HASTA YYYYMMDD (VACIO = ULTIMA NOCHE): "
                    WITH NO ADVANCING.
            MOVE SPACES TO WS-HASTA.
            ACCEPT WS-HASTA.
            IF (WS-DESDE NOT = SPACES AND WS-DESDE NOT NUMERIC)
             OR (WS-HASTA NOT = SPACES AND WS-HASTA NOT NUMERIC)
                DISPLAY "LAS FECHAS VAN EN YYYYMMDD."
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY "CORRIDAS PARA EL PROMEDIO (VACIO = 7): "
                    WITH NO ADVANCING.
            ACCEPT WS-NOCHES-PROMEDIO.
            IF WS-NOCHES-PROMEDIO NOT NUMERIC
             OR WS-NOCHES-PROMEDIO = 0
                MOVE 7 TO WS-NOCHES-PROMEDIO
            END-IF.

       CUENTA-REGISTROS.
      *Primera pasada: cuenta los pasos hasta la fecha final y, si
      *no se pidio una, toma la ultima noche del historial.
            MOVE 0 TO WS-TOT-REGISTROS.
            OPEN INPUT HISTORIAL.
            IF WS-FS-HISTORIAL = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ HISTORIAL
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM CUENTA-UN-REGISTRO
                    END-READ
                END-PERFORM
                CLOSE HISTORIAL
            END-IF.

       CUENTA-UN-REGISTRO.
            IF WS-HASTA = SPACES
                ADD 1 TO WS-TOT-REGISTROS
            ELSE
                IF RH-FECHA <= WS-HASTA
                    ADD 1 TO WS-TOT-REGISTROS
                END-IF
            END-IF.

       CARGA-TABLA.
      *Segunda pasada: solo pasos hasta la fecha final; si son mas
      *de 3000 se conservan los mas recientes, que cubren el rango y
      *la historia del promedio.
            MOVE 0 TO WS-OMITIR.
            IF WS-TOT-REGISTROS > 3000
                SUBTRACT 3000 FROM WS-TOT-REGISTROS GIVING WS-OMITIR
            END-IF.
            MOVE 0 TO WS-LEIDOS.
            MOVE 0 TO WS-HIS-CNT.
            OPEN INPUT HISTORIAL.
            IF WS-FS-HISTORIAL = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ HISTORIAL
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF RH-FECHA <= WS-HASTA
                                ADD 1 TO WS-LEIDOS
                                IF WS-LEIDOS > WS-OMITIR
                                    ADD 1 TO WS-HIS-CNT
                                    PERFORM GUARDA-PASO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HISTORIAL
            END-IF.

       BUSCA-ULTIMA-FECHA.
            OPEN INPUT HISTORIAL.
            IF WS-FS-HISTORIAL = "00"
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ HISTORIAL
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            IF RH-FECHA > WS-HASTA
                             OR WS-HASTA = SPACES
                                MOVE RH-FECHA TO WS-HASTA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HISTORIAL
            END-IF.

       GUARDA-PASO.
            MOVE RH-FECHA TO WS-HIS-FECHA(WS-HIS-CNT).
            MOVE RH-SUITE-TS TO WS-HIS-SUITE-TS(WS-HIS-CNT).
            MOVE RH-PASO TO WS-HIS-PASO(WS-HIS-CNT).
            MOVE RH-INICIO TO WS-TS-TRABAJO.
            PERFORM CONVIERTE-TS.
            MOVE WS-SEG-ABS TO WS-HIS-INICIO(WS-HIS-CNT).
            MOVE RH-FIN TO WS-TS-TRABAJO.
            PERFORM CONVIERTE-TS.
            MOVE WS-SEG-ABS TO WS-HIS-FIN(WS-HIS-CNT).
            IF WS-HIS-FIN(WS-HIS-CNT) > WS-HIS-INICIO(WS-HIS-CNT)
             AND WS-HIS-INICIO(WS-HIS-CNT) > 0
                COMPUTE WS-HIS-DURACION(WS-HIS-CNT) =
                    WS-HIS-FIN(WS-HIS-CNT) - WS-HIS-INICIO(WS-HIS-CNT)
            ELSE
                MOVE 0 TO WS-HIS-DURACION(WS-HIS-CNT)
            END-IF.
            IF RH-CONTADOR NUMERIC
                MOVE RH-CONTADOR TO WS-HIS-CONTADOR(WS-HIS-CNT)
            ELSE
                MOVE 0 TO WS-HIS-CONTADOR(WS-HIS-CNT)
            END-IF.

       CONVIERTE-TS.
      *Una marca ilegible queda en cero y el paso no se mide.
            IF WS-TS-TRABAJO(1:14) NUMERIC
                MOVE WS-TSP-FECHA TO WS-FECHA-NUM
                COMPUTE WS-SEG-DIA =
                    WS-TSP-HH * 3600 + WS-TSP-MI * 60 + WS-TSP-SS
                COMPUTE WS-SEG-ABS =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) * 86400
                    + WS-SEG-DIA
            ELSE
                MOVE 0 TO WS-SEG-ABS
                MOVE 0 TO WS-SEG-DIA
            END-IF.

       ARMA-CORRIDAS.
      *Los pasos de una corrida son consecutivos en RUNHIST.DAT y
      *comparten RH-SUITE-TS; la ventana va del primer arranque al
      *ultimo fin.
            MOVE 0 TO WS-COR-CNT.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-HIS-CNT
                ADD 1 TO WS-IDX
                IF WS-COR-CNT = 0
                    PERFORM ABRE-CORRIDA
                ELSE
                    IF WS-HIS-SUITE-TS(WS-IDX)
                     NOT = WS-HIS-SUITE-TS(WS-COR-ULTIMO(WS-COR-CNT))
                        PERFORM ABRE-CORRIDA
                    END-IF
                END-IF
                MOVE WS-COR-CNT TO WS-HIS-CORRIDA(WS-IDX)
                MOVE WS-IDX TO WS-COR-ULTIMO(WS-COR-CNT)
                IF WS-HIS-INICIO(WS-IDX) > 0
                 AND (WS-COR-INICIO(WS-COR-CNT) = 0
                  OR WS-HIS-INICIO(WS-IDX)
                     < WS-COR-INICIO(WS-COR-CNT))
                    MOVE WS-HIS-INICIO(WS-IDX)
                        TO WS-COR-INICIO(WS-COR-CNT)
                END-IF
                IF WS-HIS-FIN(WS-IDX) > WS-COR-FIN(WS-COR-CNT)
                    MOVE WS-HIS-FIN(WS-IDX) TO WS-COR-FIN(WS-COR-CNT)
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-IDX-COR.
            PERFORM CIERRA-CORRIDA UNTIL WS-IDX-COR >= WS-COR-CNT.

       ABRE-CORRIDA.
      *Mas de 600 corridas no caben: se descartan las mas viejas
      *corriendo la tabla, las recientes son las que se miden.
            IF WS-COR-CNT >= 600
                MOVE 1 TO WS-IDX-COR
                PERFORM UNTIL WS-IDX-COR >= WS-COR-CNT
                    MOVE WS-COR-ENT(WS-IDX-COR + 1)
                        TO WS-COR-ENT(WS-IDX-COR)
                    ADD 1 TO WS-IDX-COR
                END-PERFORM
                SUBTRACT 1 FROM WS-COR-CNT
            END-IF.
            ADD 1 TO WS-COR-CNT.
            MOVE WS-HIS-FECHA(WS-IDX) TO WS-COR-FECHA(WS-COR-CNT).
            MOVE WS-IDX TO WS-COR-PRIMERO(WS-COR-CNT).
            MOVE WS-IDX TO WS-COR-ULTIMO(WS-COR-CNT).
            MOVE 0 TO WS-COR-INICIO(WS-COR-CNT).
            MOVE 0 TO WS-COR-FIN(WS-COR-CNT).

       CIERRA-CORRIDA.
      *Ventana de la corrida y su hora meta: la meta es ese mismo
      *dia si cae despues del arranque, si no la manana siguiente.
            ADD 1 TO WS-IDX-COR.
            IF WS-COR-FIN(WS-IDX-COR) > WS-COR-INICIO(WS-IDX-COR)
             AND WS-COR-INICIO(WS-IDX-COR) > 0
                COMPUTE WS-COR-VENTANA(WS-IDX-COR) =
                    WS-COR-FIN(WS-IDX-COR) - WS-COR-INICIO(WS-IDX-COR)
                DIVIDE WS-COR-INICIO(WS-IDX-COR) BY 86400
                    GIVING WS-DIA-ENTERO REMAINDER WS-SEG-DIA
                COMPUTE WS-COR-META(WS-IDX-COR) =
                    WS-DIA-ENTERO * 86400 + WS-META-SEG-DIA
                IF WS-META-SEG-DIA <= WS-SEG-DIA
                    ADD 86400 TO WS-COR-META(WS-IDX-COR)
                END-IF
            ELSE
                MOVE 0 TO WS-COR-VENTANA(WS-IDX-COR)
                MOVE 0 TO WS-COR-META(WS-IDX-COR)
            END-IF.

       ESCRIBE-CORRIDA.
            ADD 1 TO WS-IDX-COR.
            IF WS-COR-FECHA(WS-IDX-COR) < WS-DESDE
             OR WS-COR-FECHA(WS-IDX-COR) > WS-HASTA
                CONTINUE
            ELSE
                ADD 1 TO WS-CORRIDAS-RANGO
                PERFORM ESCRIBE-CABECERA-CORRIDA
                MOVE WS-COR-PRIMERO(WS-IDX-COR) TO WS-IDX
                PERFORM UNTIL WS-IDX > WS-COR-ULTIMO(WS-IDX-COR)
                    PERFORM ESCRIBE-PASO
                    ADD 1 TO WS-IDX
                END-PERFORM
            END-IF.

       ESCRIBE-CABECERA-CORRIDA.
            MOVE SPACES TO VENTANA-LINEA.
            WRITE VENTANA-LINEA.
            MOVE SPACES TO VENTANA-LINEA.
            MOVE "CORRIDA DEL" TO VENTANA-LINEA(1:11).
            MOVE WS-COR-FECHA(WS-IDX-COR) TO VENTANA-LINEA(13:8).
            MOVE "INICIO" TO VENTANA-LINEA(23:6).
            MOVE WS-COR-INICIO(WS-IDX-COR) TO WS-SEG-ABS.
            PERFORM FORMATEA-HORA.
            MOVE WS-HORA-TEXTO TO VENTANA-LINEA(30:5).
            MOVE "FIN" TO VENTANA-LINEA(37:3).
            MOVE WS-COR-FIN(WS-IDX-COR) TO WS-SEG-ABS.
            PERFORM FORMATEA-HORA.
            MOVE WS-HORA-TEXTO TO VENTANA-LINEA(41:5).
            MOVE "VENTANA" TO VENTANA-LINEA(48:7).
            MOVE WS-COR-VENTANA(WS-IDX-COR) TO WS-SEG-FMT.
            PERFORM FORMATEA-DURACION.
            MOVE WS-DUR-TEXTO TO VENTANA-LINEA(56:9).
            PERFORM PROMEDIA-VENTANA.
            IF WS-PROM-CNT = 0
                MOVE "SIN HISTORIA" TO VENTANA-LINEA(67:12)
            ELSE
                MOVE "PROM" TO VENTANA-LINEA(67:4)
                MOVE WS-PROM-DUR TO WS-SEG-FMT
                PERFORM FORMATEA-DURACION
                MOVE WS-DUR-TEXTO TO VENTANA-LINEA(72:9)
                MOVE WS-COR-VENTANA(WS-IDX-COR) TO WS-SEG-FMT
                PERFORM CALCULA-PCT-SOBRE
                MOVE WS-PCT-SOBRE TO WS-ED-PCT
                MOVE WS-ED-PCT TO VENTANA-LINEA(82:5)
                MOVE "PCT" TO VENTANA-LINEA(88:3)
                IF WS-MARCA NOT = SPACES
                    MOVE "**" TO VENTANA-LINEA(92:2)
                    ADD 1 TO WS-CORRIDAS-LARGAS
                END-IF
            END-IF.
            WRITE VENTANA-LINEA.
            MOVE SPACES TO VENTANA-LINEA.
            IF WS-COR-META(WS-IDX-COR) > 0
                COMPUTE WS-HOLGURA-SEG =
                    WS-COR-META(WS-IDX-COR) - WS-COR-FIN(WS-IDX-COR)
                MOVE "  META" TO VENTANA-LINEA(1:6)
                MOVE WS-META-HH TO WS-HOR-HH
                MOVE WS-META-MI TO WS-HOR-MI
                MOVE WS-HORA-TEXTO TO VENTANA-LINEA(8:5)
                MOVE "HOLGURA" TO VENTANA-LINEA(15:7)
                COMPUTE WS-ED-MINUTOS = WS-HOLGURA-SEG / 60
                MOVE WS-ED-MINUTOS TO VENTANA-LINEA(23:6)
                MOVE "MIN" TO VENTANA-LINEA(30:3)
                IF WS-HOLGURA-SEG < 0
                    MOVE "** FUERA DE META **" TO VENTANA-LINEA(35:19)
                    ADD 1 TO WS-CORRIDAS-FUERA-META
                END-IF
                WRITE VENTANA-LINEA
            END-IF.
            MOVE SPACES TO VENTANA-LINEA.
            MOVE "  PASO" TO VENTANA-LINEA(1:6).
            MOVE "DURACION" TO VENTANA-LINEA(35:8).
            MOVE "PROMEDIO" TO VENTANA-LINEA(45:8).
            MOVE "PCT" TO VENTANA-LINEA(57:3).
            MOVE "REGS" TO VENTANA-LINEA(63:4).
            MOVE "REGS/MIN" TO VENTANA-LINEA(69:8).
            WRITE VENTANA-LINEA.

       ESCRIBE-PASO.
            MOVE SPACES TO VENTANA-LINEA.
            MOVE WS-HIS-PASO(WS-IDX) TO VENTANA-LINEA(3:30).
            MOVE WS-HIS-DURACION(WS-IDX) TO WS-SEG-FMT.
            PERFORM FORMATEA-DURACION.
            MOVE WS-DUR-TEXTO TO VENTANA-LINEA(34:9).
            MOVE WS-HIS-CONTADOR(WS-IDX) TO WS-ED-CONTADOR.
            MOVE WS-ED-CONTADOR TO VENTANA-LINEA(61:6).
      *Registros por minuto; un paso de menos de un segundo no tiene
      *tasa que medir.
            MOVE 0 TO WS-TASA.
            IF WS-HIS-DURACION(WS-IDX) > 0
                COMPUTE WS-TASA ROUNDED =
                    WS-HIS-CONTADOR(WS-IDX) * 60
                    / WS-HIS-DURACION(WS-IDX)
                MOVE WS-TASA TO WS-ED-TASA
                MOVE WS-ED-TASA TO VENTANA-LINEA(69:7)
            ELSE
                MOVE "    N/D" TO VENTANA-LINEA(69:7)
            END-IF.
            PERFORM PROMEDIA-PASO.
            IF WS-PROM-CNT = 0
                MOVE "SIN HISTORIA" TO VENTANA-LINEA(45:12)
            ELSE
                MOVE WS-PROM-DUR TO WS-SEG-FMT
                PERFORM FORMATEA-DURACION
                MOVE WS-DUR-TEXTO TO VENTANA-LINEA(44:9)
                MOVE WS-HIS-DURACION(WS-IDX) TO WS-SEG-FMT
                PERFORM CALCULA-PCT-SOBRE
                MOVE WS-PCT-SOBRE TO WS-ED-PCT
                MOVE WS-ED-PCT TO VENTANA-LINEA(55:5)
                IF WS-MARCA NOT = SPACES
                    PERFORM CLASIFICA-DEMORA
                    MOVE WS-MARCA TO VENTANA-LINEA(78:20)
                    ADD 1 TO WS-PASOS-MARCADOS
                END-IF
            END-IF.
            WRITE VENTANA-LINEA.

       PROMEDIA-PASO.
      *Promedio del mismo paso en las N corridas anteriores en que
      *aparecio (la corrida actual no cuenta).
            MOVE 0 TO WS-PROM-CNT.
            MOVE 0 TO WS-PROM-SUMA-DUR.
            MOVE 0 TO WS-PROM-SUMA-REGS.
            MOVE WS-COR-PRIMERO(WS-IDX-COR) TO WS-IDX-J.
            PERFORM UNTIL WS-IDX-J <= 1
                       OR WS-PROM-CNT >= WS-NOCHES-PROMEDIO
                SUBTRACT 1 FROM WS-IDX-J
                IF WS-HIS-PASO(WS-IDX-J) = WS-HIS-PASO(WS-IDX)
                 AND WS-HIS-INICIO(WS-IDX-J) > 0
                    ADD 1 TO WS-PROM-CNT
                    ADD WS-HIS-DURACION(WS-IDX-J) TO WS-PROM-SUMA-DUR
                    ADD WS-HIS-CONTADOR(WS-IDX-J) TO WS-PROM-SUMA-REGS
                END-IF
            END-PERFORM.
            IF WS-PROM-CNT > 0
                COMPUTE WS-PROM-DUR ROUNDED =
                    WS-PROM-SUMA-DUR / WS-PROM-CNT
                COMPUTE WS-PROM-REGS ROUNDED =
                    WS-PROM-SUMA-REGS / WS-PROM-CNT
            END-IF.

       PROMEDIA-VENTANA.
            MOVE 0 TO WS-PROM-CNT.
            MOVE 0 TO WS-PROM-SUMA-DUR.
            MOVE WS-IDX-COR TO WS-IDX-COR-J.
            PERFORM UNTIL WS-IDX-COR-J <= 1
                       OR WS-PROM-CNT >= WS-NOCHES-PROMEDIO
                SUBTRACT 1 FROM WS-IDX-COR-J
                IF WS-COR-VENTANA(WS-IDX-COR-J) > 0
                    ADD 1 TO WS-PROM-CNT
                    ADD WS-COR-VENTANA(WS-IDX-COR-J)
                        TO WS-PROM-SUMA-DUR
                END-IF
            END-PERFORM.
            IF WS-PROM-CNT > 0
                COMPUTE WS-PROM-DUR ROUNDED =
                    WS-PROM-SUMA-DUR / WS-PROM-CNT
            END-IF.

       CALCULA-PCT-SOBRE.
      *Porcentaje de WS-SEG-FMT sobre WS-PROM-DUR; se marca cuando
      *pasa el tope de CTLPARM.DAT y el exceso llega al minimo.
            MOVE SPACES TO WS-MARCA.
            IF WS-PROM-DUR = 0
                IF WS-SEG-FMT = 0
                    MOVE 0 TO WS-PCT-SOBRE
                ELSE
                    MOVE 9999 TO WS-PCT-SOBRE
                END-IF
            ELSE
                COMPUTE WS-PCT-SOBRE ROUNDED =
                    (WS-SEG-FMT - WS-PROM-DUR) * 100 / WS-PROM-DUR
                    ON SIZE ERROR
                        MOVE 9999 TO WS-PCT-SOBRE
                END-COMPUTE
            END-IF.
            IF WS-PCT-SOBRE > WS-PCT-DEMORA
             AND WS-SEG-FMT >= WS-PROM-DUR + WS-MINIMO-DEMORA
                MOVE "** DEMORA" TO WS-MARCA
            END-IF.

       CLASIFICA-DEMORA.
      *Si la tasa de registros por minuto se sostuvo (al menos el
      *90 por ciento de la tasa promedio) el paso tuvo mas volumen;
      *si cayo, el paso se puso lento.
            IF WS-HIS-CONTADOR(WS-IDX) = 0 OR WS-PROM-REGS = 0
             OR WS-PROM-DUR = 0
                MOVE "** DEMORA SIN CONT" TO WS-MARCA
            ELSE
                COMPUTE WS-TASA-PROM ROUNDED =
                    WS-PROM-REGS * 60 / WS-PROM-DUR
                IF WS-TASA * 100 < WS-TASA-PROM * 90
                    MOVE "** DEMORA LENTITUD" TO WS-MARCA
                ELSE
                    MOVE "** DEMORA VOLUMEN" TO WS-MARCA
                END-IF
            END-IF.

       ESCRIBE-RESUMEN.
            MOVE SPACES TO VENTANA-LINEA.
            WRITE VENTANA-LINEA.
            MOVE SPACES TO VENTANA-LINEA.
            MOVE "CORRIDAS EN EL RANGO:" TO VENTANA-LINEA(1:21).
            MOVE WS-CORRIDAS-RANGO TO WS-ED-CNT.
            MOVE WS-ED-CNT TO VENTANA-LINEA(23:4).
            MOVE "LARGAS:" TO VENTANA-LINEA(29:7).
            MOVE WS-CORRIDAS-LARGAS TO WS-ED-CNT.
            MOVE WS-ED-CNT TO VENTANA-LINEA(37:4).
            MOVE "FUERA DE META:" TO VENTANA-LINEA(43:14).
            MOVE WS-CORRIDAS-FUERA-META TO WS-ED-CNT.
            MOVE WS-ED-CNT TO VENTANA-LINEA(58:4).
            MOVE "PASOS DEMORADOS:" TO VENTANA-LINEA(64:16).
            MOVE WS-PASOS-MARCADOS TO WS-ED-CNT.
            MOVE WS-ED-CNT TO VENTANA-LINEA(81:4).
            WRITE VENTANA-LINEA.

       ESCRIBE-PROYECCION.
      *Proyeccion de la proxima noche con las ultimas N corridas del
      *rango: cuanto antes de la meta arrancan en promedio, y la
      *ventana promedio mas la pendiente de crecimiento por noche.
            MOVE 0 TO WS-PRY-N.
            MOVE WS-COR-CNT TO WS-IDX-COR.
            PERFORM UNTIL WS-IDX-COR < 1
                       OR WS-PRY-N >= WS-NOCHES-PROMEDIO
                IF WS-COR-FECHA(WS-IDX-COR) >= WS-DESDE
                 AND WS-COR-FECHA(WS-IDX-COR) <= WS-HASTA
                 AND WS-COR-VENTANA(WS-IDX-COR) > 0
                    ADD 1 TO WS-PRY-N
                    MOVE WS-IDX-COR TO WS-PRY-DESDE
                END-IF
                SUBTRACT 1 FROM WS-IDX-COR
            END-PERFORM.
            MOVE SPACES TO VENTANA-LINEA.
            WRITE VENTANA-LINEA.
            MOVE SPACES TO VENTANA-LINEA.
            IF WS-PRY-N < 2
                MOVE "PROYECCION: HACEN FALTA AL MENOS DOS CORRIDAS "
                    TO VENTANA-LINEA
                MOVE "EN EL RANGO." TO VENTANA-LINEA(47:12)
                WRITE VENTANA-LINEA
            ELSE
                PERFORM CALCULA-PROYECCION
                PERFORM ESCRIBE-LINEAS-PROYECCION
            END-IF.

       CALCULA-PROYECCION.
            MOVE 0 TO WS-PRY-X.
            MOVE 0 TO WS-PRY-SUMA-X.
            MOVE 0 TO WS-PRY-SUMA-Y.
            MOVE 0 TO WS-PRY-SUMA-XY.
            MOVE 0 TO WS-PRY-SUMA-XX.
            MOVE 0 TO WS-PRY-SUMA-ANTES.
            MOVE WS-PRY-DESDE TO WS-IDX-COR.
            PERFORM UNTIL WS-IDX-COR > WS-COR-CNT
                IF WS-COR-FECHA(WS-IDX-COR) >= WS-DESDE
                 AND WS-COR-FECHA(WS-IDX-COR) <= WS-HASTA
                 AND WS-COR-VENTANA(WS-IDX-COR) > 0
                    ADD 1 TO WS-PRY-X
                    ADD WS-PRY-X TO WS-PRY-SUMA-X
                    ADD WS-COR-VENTANA(WS-IDX-COR) TO WS-PRY-SUMA-Y
                    COMPUTE WS-PRY-SUMA-XY = WS-PRY-SUMA-XY
                        + WS-PRY-X * WS-COR-VENTANA(WS-IDX-COR)
                    COMPUTE WS-PRY-SUMA-XX = WS-PRY-SUMA-XX
                        + WS-PRY-X * WS-PRY-X
                    COMPUTE WS-PRY-SUMA-ANTES = WS-PRY-SUMA-ANTES
                        + WS-COR-META(WS-IDX-COR)
                        - WS-COR-INICIO(WS-IDX-COR)
                END-IF
                ADD 1 TO WS-IDX-COR
            END-PERFORM.
            COMPUTE WS-PRY-DIVISOR =
                WS-PRY-N * WS-PRY-SUMA-XX
                - WS-PRY-SUMA-X * WS-PRY-SUMA-X.
            IF WS-PRY-DIVISOR = 0
                MOVE 0 TO WS-PRY-PENDIENTE
            ELSE
                COMPUTE WS-PRY-PENDIENTE ROUNDED =
                    (WS-PRY-N * WS-PRY-SUMA-XY
                     - WS-PRY-SUMA-X * WS-PRY-SUMA-Y)
                    / WS-PRY-DIVISOR
            END-IF.
      *La proxima noche es x = n + 1 sobre la recta ajustada, que
      *pasa por el promedio en x = (n + 1) / 2.
            COMPUTE WS-PRY-VENTANA ROUNDED =
                WS-PRY-SUMA-Y / WS-PRY-N
                + WS-PRY-PENDIENTE * (WS-PRY-N + 1) / 2.
            IF WS-PRY-VENTANA < 0
                MOVE 0 TO WS-PRY-VENTANA
            END-IF.
            COMPUTE WS-PRY-ANTES-META ROUNDED =
                WS-PRY-SUMA-ANTES / WS-PRY-N.
            COMPUTE WS-PRY-HOLGURA =
                WS-PRY-ANTES-META - WS-PRY-VENTANA.
            IF WS-PRY-HOLGURA < 0
                SET PRY-FUERA-META TO TRUE
            END-IF.
            MOVE 0 TO WS-PRY-NOCHES.
            IF WS-PRY-PENDIENTE > 0 AND WS-PRY-HOLGURA > 0
                COMPUTE WS-PRY-NOCHES =
                    WS-PRY-HOLGURA / WS-PRY-PENDIENTE
                    ON SIZE ERROR
                        MOVE 99999 TO WS-PRY-NOCHES
                END-COMPUTE
            END-IF.

       ESCRIBE-LINEAS-PROYECCION.
            MOVE "PROYECCION DE LA PROXIMA NOCHE (ULTIMAS"
                TO VENTANA-LINEA.
            MOVE WS-PRY-N TO WS-ED-CNT.
            MOVE WS-ED-CNT TO VENTANA-LINEA(41:4).
            MOVE "CORRIDAS DEL RANGO)" TO VENTANA-LINEA(46:19).
            WRITE VENTANA-LINEA.
            MOVE SPACES TO VENTANA-LINEA.
            MOVE "  VENTANA PROYECTADA" TO VENTANA-LINEA(1:20).
            MOVE WS-PRY-VENTANA TO WS-SEG-FMT.
            PERFORM FORMATEA-DURACION.
            MOVE WS-DUR-TEXTO TO VENTANA-LINEA(22:9).
            MOVE "CRECIMIENTO POR NOCHE (SEG)" TO VENTANA-LINEA(33:27).
            COMPUTE WS-ED-PENDIENTE ROUNDED = WS-PRY-PENDIENTE.
            MOVE WS-ED-PENDIENTE TO VENTANA-LINEA(61:7).
            WRITE VENTANA-LINEA.
            MOVE SPACES TO VENTANA-LINEA.
            MOVE "  ARRANQUE PROMEDIO ANTES DE LA META"
                TO VENTANA-LINEA(1:36).
            MOVE WS-PRY-ANTES-META TO WS-SEG-FMT.
            PERFORM FORMATEA-DURACION.
            MOVE WS-DUR-TEXTO TO VENTANA-LINEA(38:9).
            MOVE "META" TO VENTANA-LINEA(49:4).
            MOVE WS-META-HH TO WS-HOR-HH.
            MOVE WS-META-MI TO WS-HOR-MI.
            MOVE WS-HORA-TEXTO TO VENTANA-LINEA(54:5).
            WRITE VENTANA-LINEA.
            MOVE SPACES TO VENTANA-LINEA.
            MOVE "  HOLGURA PROYECTADA (MIN)" TO VENTANA-LINEA(1:26).
            COMPUTE WS-ED-MINUTOS = WS-PRY-HOLGURA / 60.
            MOVE WS-ED-MINUTOS TO VENTANA-LINEA(28:6).
            IF PRY-FUERA-META
                MOVE "** LA PROXIMA NOCHE NO TERMINARIA A TIEMPO **"
                    TO VENTANA-LINEA(36:46)
            ELSE
                IF WS-PRY-NOCHES > 0
                    MOVE "AL RITMO ACTUAL TOCA LA META EN"
                        TO VENTANA-LINEA(36:31)
                    MOVE WS-PRY-NOCHES TO WS-ED-CNT
                    MOVE WS-ED-CNT TO VENTANA-LINEA(68:4)
                    MOVE "NOCHES" TO VENTANA-LINEA(73:6)
                ELSE
                    MOVE "LA VENTANA NO CRECE." TO VENTANA-LINEA(36:20)
                END-IF
            END-IF.
            WRITE VENTANA-LINEA.

       FORMATEA-DURACION.
      *WS-SEG-FMT (segundos) como HHH:MM:SS.
            DIVIDE WS-SEG-FMT BY 3600 GIVING WS-DUR-HH
                REMAINDER WS-RESTO.
            DIVIDE WS-RESTO BY 60 GIVING WS-DUR-MI
                REMAINDER WS-DUR-SS.

       FORMATEA-HORA.
      *Hora del dia (HH:MM) de un segundo absoluto WS-SEG-ABS.
            IF WS-SEG-ABS = 0
                MOVE 0 TO WS-HOR-HH
                MOVE 0 TO WS-HOR-MI
            ELSE
                DIVIDE WS-SEG-ABS BY 86400 GIVING WS-DIA-ENTERO
                    REMAINDER WS-SEG-DIA
                DIVIDE WS-SEG-DIA BY 3600 GIVING WS-HOR-HH
                    REMAINDER WS-RESTO
                DIVIDE WS-RESTO BY 60 GIVING WS-HOR-MI
            END-IF.

       LEE-PARAMETROS.
            OPEN INPUT PARAMETROS.
            IF WS-FS-PARAMETROS = "00"
                READ PARAMETROS
                    AT END
                        CONTINUE
                    NOT AT END
      *Tarjeta corta (sin los campos de la ventana): el guard
      *NUMERIC conserva los valores por defecto.
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
            IF WS-META-HH > 23 OR WS-META-MI > 59
                MOVE 600 TO WS-HORA-META
            END-IF.
            COMPUTE WS-META-SEG-DIA =
                WS-META-HH * 3600 + WS-META-MI * 60.

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

       ESCRIBE-ENCABEZADO.
            MOVE SPACES TO VENTANA-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
                CMN-NOMBRE-JOB DELIMITED BY SIZE
                " FECHA:" DELIMITED BY SIZE
                CMN-FECHA-EJECUCION DELIMITED BY SIZE
                " OPER:" DELIMITED BY SIZE
                CMN-OPERADOR-ID DELIMITED BY SIZE
                INTO VENTANA-LINEA.
            WRITE VENTANA-LINEA.
            MOVE SPACES TO VENTANA-LINEA.
            MOVE "VENTANA BATCH DE LA SUITE NOCTURNA DEL"
                TO VENTANA-LINEA.
            MOVE WS-DESDE TO VENTANA-LINEA(40:8).
            MOVE "AL" TO VENTANA-LINEA(49:2).
            MOVE WS-HASTA TO VENTANA-LINEA(52:8).
            WRITE VENTANA-LINEA.
            MOVE SPACES TO VENTANA-LINEA.
            MOVE "PROMEDIO MOVIL DE" TO VENTANA-LINEA(1:17).
            MOVE WS-NOCHES-PROMEDIO TO WS-ED-CNT.
            MOVE WS-ED-CNT TO VENTANA-LINEA(19:4).
            MOVE "CORRIDAS   TOPE DEMORA" TO VENTANA-LINEA(24:22).
            MOVE WS-PCT-DEMORA TO WS-ED-CNT.
            MOVE WS-ED-CNT TO VENTANA-LINEA(47:4).
            MOVE "PCT   META" TO VENTANA-LINEA(52:10).
            MOVE WS-META-HH TO WS-HOR-HH.
            MOVE WS-META-MI TO WS-HOR-MI.
            MOVE WS-HORA-TEXTO TO VENTANA-LINEA(63:5).
            WRITE VENTANA-LINEA.
       END PROGRAM REPORTE-VENTANA.
