      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * External matching reconciliation: CUADRE-NOCTURNO proves our
      * own three files agree with each other; this step proves what
      * we posted agrees with what the counterparty says happened.
      * Runs as a suite step after CUADRE-NOCTURNO and matches the
      * counterparty's confirmation file CONFIRMA.DAT for the
      * business date item by item against the posted items of the
      * night, on account, amount and operation code.
      * Our side is the TRANSOUT generation of the business date,
      * which carries posted items only (a transfer as its two legs);
      * each item is also looked up among the posted AUDITLOG.DAT
      * lines of the date (the same filter INTERFAZ-MAYOR uses), and
      * an item without its audit line, or an audit line without its
      * TRANSOUT item, is counted on the report. A TRANSOUT line with
      * no account cannot be confirmed and is only counted.
      * CONFIRMA.DAT is a formalized interface like MANTCTAS.DAT
      * (copybooks/CONFIRMA.cpy): "H" header with the business date
      * and sender, "D" details, "T" trailer with the detail count and
      * the hash of the amounts, all checked before any detail is
      * used. A file with a bad header, trailer or detail is rejected
      * whole. A missing file, or one still carrying an earlier date,
      * means no confirmation arrived tonight. The file is not
      * removed, so a rerun of the night matches it again.
      * Matching: an exact account, operation and amount match
      * clears both items; what is left is then paired on account
      * and operation alone, and such a pair is an amount mismatch.
      * The report CONCILIA.DAT lists the matched items, our items
      * the counterparty did not confirm, their items we did not
      * post, and the amount mismatches, with a totals page.
      * Every item that does not clear tonight (a mismatch on both
      * sides included) is carried to the next night's match in
      * PENDCONC.DAT (copybooks/PENDCONC.cpy) and aged in nights,
      * until a later confirmation or posting clears it. Before the
      * file is rewritten the previous night's copy is kept in
      * PENDCONC.ANT, and a rerun of the same business date starts
      * from that copy, so no item is carried or aged twice.
      * Ends with RETURN-CODE 0 when everything cleared, 2 (warning)
      * when items are left open, no confirmation arrived or our
      * TRANSOUT and audit lines disagree, and 1 when the night
      * cannot be reconciled: a rejected confirmation file, a missing
      * TRANSOUT generation or an unreadable PENDCONC.DAT. Only a
      * PENDCONC.DAT that does not exist (status 35) is taken as the
      * first night with nothing carried; any other failure to open
      * it is an unreadable file, never an empty carry-over. The step
      * is not critical to the suite, so the rest of the night goes
      * on; ESTADO-MANANA shows its RETURN-CODE and holds the morning
      * on the failure.
      * Uses GOBACK instead of STOP RUN so it can run standalone or be
      * CALLed from SUITE-NOCTURNA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-EXTERNA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMACION ASSIGN TO "CONFIRMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIRMA.
      *TRANSOUT es una generacion fechada: la de la fecha del run.
           SELECT TRANSACCIONES-OUT
               ASSIGN TO DYNAMIC WS-NOMBRE-TRANSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSOUT.
           SELECT AUDITORIA ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
      *Partidas abiertas: PENDCONC.DAT, o su copia de la noche
      *anterior PENDCONC.ANT cuando se repite la fecha.
           SELECT PENDIENTES
               ASSIGN TO DYNAMIC WS-NOMBRE-PENDIENTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDIENTES.
           SELECT REPORTE-CONCILIA ASSIGN TO "CONCILIA.DAT"
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
       FD  CONFIRMACION.
       COPY CONFIRMA.

       FD  TRANSACCIONES-OUT.
       COPY TRANSOUT.

       FD  AUDITORIA.
       COPY AUDITREC.

       FD  PENDIENTES.
       COPY PENDCONC.

       FD  REPORTE-CONCILIA.
       01  CONCILIA-LINEA              PIC X(80).

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       FD  PASO-COMUN.
       COPY CMNSTEP.

       WORKING-STORAGE SECTION.
       01  WS-FS-CONFIRMA              PIC XX.
       01  WS-FS-TRANSOUT              PIC XX.
       01  WS-NOMBRE-TRANSOUT          PIC X(18)
                                        VALUE "TRANSOUT.G00000000".
       01  WS-FS-AUDITORIA             PIC XX.
       01  WS-FS-PENDIENTES            PIC XX.
       01  WS-NOMBRE-PENDIENTES        PIC X(12)
                                        VALUE "PENDCONC.DAT".
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO             VALUE "S".
      *Fecha de negocio del run AAAAMMDD.
       01  WS-FECHA-RUN                PIC X(8).
      *Partidas abiertas leidas: fecha de la corrida que escribio el
      *archivo (registro "C") y su conteo, para probarlo completo.
       01  WS-PEND-FECHA-CTL           PIC X(8) VALUE SPACES.
       01  WS-PEND-CONTADOR-CTL        PIC 9(6) VALUE 0.
       01  WS-PEND-LEIDAS              PIC 9(6) VALUE 0.
       01  WS-PEND-CTL-VISTO           PIC X VALUE "N".
           88  PEND-CTL-VISTO          VALUE "S".
       01  WS-REPETICION               PIC X VALUE "N".
           88  ES-REPETICION           VALUE "S".
       01  WS-MOTIVO-FALLA             PIC X(50) VALUE SPACES.
      *Partidas nuestras: las arrastradas ("A") y las posteadas hoy
      *("H"). Estado: espacio abierta, "C" conciliada, "D" en
      *diferencia de importe; WS-NUE-PAR apunta a la externa con que
      *se emparejo.
       01  WS-NUE-CNT                  PIC 9(4) VALUE 0.
       01  WS-TABLA-NUESTRAS.
           05  WS-NUE-ENT OCCURS 5000.
               10  WS-NUE-ORIGEN       PIC X.
               10  WS-NUE-FECHA        PIC X(8).
               10  WS-NUE-CUENTA       PIC X(8).
               10  WS-NUE-OPERACION    PIC X.
               10  WS-NUE-IMPORTE      PIC S9(10).
               10  WS-NUE-REFERENCIA   PIC X(16).
               10  WS-NUE-NOCHES       PIC 9(4).
               10  WS-NUE-ESTADO       PIC X.
               10  WS-NUE-PAR          PIC 9(4).
               10  WS-NUE-AUDITADA     PIC X.
      *Partidas externas: arrastradas ("A") y de la confirmacion de
      *hoy ("H"), mismos estados.
       01  WS-EXT-CNT                  PIC 9(4) VALUE 0.
       01  WS-EXT-CNT-ARRASTRE         PIC 9(4) VALUE 0.
       01  WS-TABLA-EXTERNAS.
           05  WS-EXT-ENT OCCURS 5000.
               10  WS-EXT-ORIGEN       PIC X.
               10  WS-EXT-FECHA        PIC X(8).
               10  WS-EXT-CUENTA       PIC X(8).
               10  WS-EXT-OPERACION    PIC X.
               10  WS-EXT-IMPORTE      PIC S9(10).
               10  WS-EXT-REFERENCIA   PIC X(16).
               10  WS-EXT-NOCHES       PIC 9(4).
               10  WS-EXT-ESTADO       PIC X.
               10  WS-EXT-PAR          PIC 9(4).
       01  WS-IDX                      PIC 9(4).
       01  WS-IDX-J                    PIC 9(4).
       01  WS-ENCONTRADO               PIC X.
           88  ENCONTRADO              VALUE "S".
       01  WS-OPERACION                PIC X.
      *Confirmacion del dia. Estado: "R" recibida y valida, "N" no
      *recibida (ausente o de otra fecha anterior), "X" rechazada.
       01  WS-CONF-ESTADO              PIC X VALUE "N".
           88  CONF-RECIBIDA           VALUE "R".
           88  CONF-NO-RECIBIDA        VALUE "N".
           88  CONF-RECHAZADA          VALUE "X".
       01  WS-HDR-VISTO                PIC X VALUE "N".
           88  HDR-VISTO               VALUE "S".
       01  WS-TRL-VISTO                PIC X VALUE "N".
           88  TRL-VISTO               VALUE "S".
       01  WS-HDR-FECHA                PIC X(8) VALUE SPACES.
       01  WS-HDR-ORIGEN               PIC X(8) VALUE SPACES.
       01  WS-TRL-CONTADOR             PIC 9(6) VALUE 0.
       01  WS-TRL-HASH                 PIC S9(12) VALUE 0.
       01  WS-CNT-DETALLE              PIC 9(6) VALUE 0.
       01  WS-HASH-DETALLE             PIC S9(12) VALUE 0.
       01  WS-MOTIVO-CONF              PIC X(50) VALUE SPACES.
      *Detalles invalidos de la confirmacion, para listarlos si el
      *archivo se rechaza.
       01  WS-MOTIVO                   PIC X(30).
       01  WS-CNT-DET-MALOS            PIC 9(4) VALUE 0.
       01  WS-TABLA-DET-MALOS.
           05  WS-DET-MALO OCCURS 50 TIMES.
               10  WS-DET-MALO-NUM     PIC 9(6).
               10  WS-DET-MALO-MOTIVO  PIC X(30).
      *Conteos de la noche.
       01  WS-CNT-NUE-HOY              PIC 9(6) VALUE 0.
       01  WS-CNT-NUE-ARRASTRE         PIC 9(6) VALUE 0.
       01  WS-CNT-SIN-CUENTA           PIC 9(6) VALUE 0.
       01  WS-CNT-CONCILIADAS          PIC 9(6) VALUE 0.
       01  WS-CNT-CONC-ARRASTRE        PIC 9(6) VALUE 0.
       01  WS-CNT-NUE-ABIERTAS         PIC 9(6) VALUE 0.
       01  WS-CNT-EXT-ABIERTAS         PIC 9(6) VALUE 0.
       01  WS-CNT-DIFERENCIAS          PIC 9(6) VALUE 0.
       01  WS-CNT-ABIERTAS             PIC 9(6) VALUE 0.
       01  WS-CNT-EDAD-1               PIC 9(6) VALUE 0.
       01  WS-CNT-EDAD-2A5             PIC 9(6) VALUE 0.
       01  WS-CNT-EDAD-6               PIC 9(6) VALUE 0.
      *Cruce TRANSOUT contra las lineas posteadas de AUDITLOG.DAT.
       01  WS-AUD-DISPONIBLE           PIC X VALUE "N".
           88  AUD-DISPONIBLE          VALUE "S".
       01  WS-CNT-LINEAS-AUD           PIC 9(6) VALUE 0.
       01  WS-CNT-SIN-AUDITORIA        PIC 9(6) VALUE 0.
       01  WS-CNT-AUD-SIN-TRANSOUT     PIC 9(6) VALUE 0.
       01  WS-NOCHES                   PIC 9(4).
       01  WS-DIFERENCIA               PIC S9(11).
      *Paginacion.
       01  WS-LINEA-GUARDADA           PIC X(80).
       01  WS-PAGINA                   PIC 9(4) VALUE 0.
       01  WS-LINEAS-PAG               PIC 9(2) VALUE 99.
       01  WS-LINEAS-TOPE              PIC 9(2) VALUE 55.
      *Campos de edicion.
       01  WS-ED-REGS                  PIC ZZZZZ9.
       01  WS-ED-IMPORTE               PIC -(12)9.
       01  WS-ED-NOCHES                PIC ZZZ9.
       01  WS-ED-PAGINA                PIC ZZZ9.
       01  WS-FECHA-HOY.
           05  WS-ANIO                 PIC 9(4).
           05  WS-MES                  PIC 99.
           05  WS-DIA                  PIC 99.
       COPY CMNHDR.
       COPY ERRLNK.
       COPY FECHALNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CONCILIA-EXTERNA" TO CMN-NOMBRE-JOB.
            PERFORM FORMATEA-FECHA-EJECUCION.
            MOVE 0 TO CMN-CONTADOR-REG.
            MOVE SPACES TO CMN-OPERADOR-ID.
            PERFORM LEE-OPERADOR-CARD.
      *Se concilia la fecha de negocio que posteo la corrida, la
      *misma generacion de TRANSOUT que cuadro CUADRE-NOCTURNO.
            CALL "FECHA-NEGOCIO" USING FECHA-AREA.
            MOVE FN-FECHA-NEGOCIO TO WS-FECHA-RUN.
            MOVE WS-FECHA-RUN TO WS-NOMBRE-TRANSOUT(11:8).
            OPEN OUTPUT REPORTE-CONCILIA.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR CONCILIA.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "CONCILIA.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-REPORTE TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARGA-PENDIENTES.
            IF NOT ES-REPETICION
                PERFORM GRABA-ANTERIOR
            END-IF.
            PERFORM CARGA-NUESTRAS.
            PERFORM CRUZA-AUDITORIA.
            PERFORM CARGA-CONFIRMACION.
            PERFORM CONCILIA-EXACTAS.
            PERFORM CONCILIA-DIFERENCIAS.
            PERFORM ENVEJECE-PARTIDAS.
            PERFORM ESCRIBE-SECCION-CONFIRMACION.
            PERFORM ESCRIBE-SECCION-CONCILIADAS.
            PERFORM ESCRIBE-SECCION-NUESTRAS.
            PERFORM ESCRIBE-SECCION-EXTERNAS.
            PERFORM ESCRIBE-SECCION-DIFERENCIAS.
            PERFORM ESCRIBE-TOTALES.
            PERFORM GRABA-PENDIENTES.
            CLOSE REPORTE-CONCILIA.
            MOVE WS-CNT-NUE-HOY TO CMN-CONTADOR-REG.
            PERFORM ESCRIBE-PASO-COMUN.
            DISPLAY "CONCILIACION EXTERNA: " WS-CNT-CONCILIADAS
                    " CONCILIADAS, " WS-CNT-ABIERTAS
                    " PARTIDAS ABIERTAS. VER CONCILIA.DAT.".
            EVALUATE TRUE
                WHEN CONF-RECHAZADA
                    MOVE 1 TO RETURN-CODE
                WHEN CONF-NO-RECIBIDA
                 OR WS-CNT-ABIERTAS > 0
                 OR NOT AUD-DISPONIBLE
                 OR WS-CNT-SIN-AUDITORIA > 0
                 OR WS-CNT-AUD-SIN-TRANSOUT > 0
                    MOVE 2 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

       CARGA-PENDIENTES.
      *Partidas abiertas de la noche anterior. Si PENDCONC.DAT ya
      *lo escribio una corrida de esta misma fecha, es una
      *repeticion: se parte de la copia previa PENDCONC.ANT.
            MOVE "PENDCONC.DAT" TO WS-NOMBRE-PENDIENTES.
            OPEN INPUT PENDIENTES.
            IF WS-FS-PENDIENTES = "35"
      *Primera noche: no hay nada arrastrado.
                CONTINUE
            ELSE
            IF WS-FS-PENDIENTES NOT = "00"
      *Existe pero no se puede abrir: arrancar de cero perderia las
      *partidas abiertas al reescribirlo.
                MOVE "PENDCONC.DAT NO SE PUDO ABRIR" TO WS-MOTIVO-FALLA
                MOVE "CARGA-PENDIENTES" TO ERR-PARRAFO
                PERFORM FALLA-PENDIENTES
            ELSE
                PERFORM LEE-PENDIENTES
                IF WS-PEND-FECHA-CTL = WS-FECHA-RUN
                    SET ES-REPETICION TO TRUE
                    MOVE 0 TO WS-NUE-CNT
                    MOVE 0 TO WS-EXT-CNT
                    MOVE "PENDCONC.ANT" TO WS-NOMBRE-PENDIENTES
                    OPEN INPUT PENDIENTES
                    IF WS-FS-PENDIENTES NOT = "00"
                        MOVE "REPETICION DE LA FECHA SIN PENDCONC.ANT"
                            TO WS-MOTIVO-FALLA
                        MOVE "CARGA-PENDIENTES" TO ERR-PARRAFO
                        PERFORM FALLA-PENDIENTES
                    END-IF
                    PERFORM LEE-PENDIENTES
                    IF WS-PEND-FECHA-CTL NOT < WS-FECHA-RUN
                        MOVE "PENDCONC.ANT NO ES DE UNA NOCHE ANTERIOR"
                            TO WS-MOTIVO-FALLA
                        MOVE "CARGA-PENDIENTES" TO ERR-PARRAFO
                        PERFORM FALLA-PENDIENTES
                    END-IF
                END-IF
                IF WS-PEND-FECHA-CTL > WS-FECHA-RUN
                    MOVE "PENDCONC.DAT ES DE UNA FECHA POSTERIOR"
                        TO WS-MOTIVO-FALLA
                    MOVE "CARGA-PENDIENTES" TO ERR-PARRAFO
                    PERFORM FALLA-PENDIENTES
                END-IF
            END-IF
            END-IF.
            MOVE WS-NUE-CNT TO WS-CNT-NUE-ARRASTRE.
            MOVE WS-EXT-CNT TO WS-EXT-CNT-ARRASTRE.

       LEE-PENDIENTES.
            MOVE "N" TO WS-PEND-CTL-VISTO.
            MOVE SPACES TO WS-PEND-FECHA-CTL.
            MOVE 0 TO WS-PEND-CONTADOR-CTL.
            MOVE 0 TO WS-PEND-LEIDAS.
            MOVE "N" TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ PENDIENTES
                    AT END
                        SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        PERFORM GUARDA-PENDIENTE
                END-READ
            END-PERFORM.
            CLOSE PENDIENTES.
      *El registro de control prueba que el archivo esta completo.
            IF NOT PEND-CTL-VISTO
             OR WS-PEND-CONTADOR-CTL NOT = WS-PEND-LEIDAS
                MOVE "ARCHIVO DE PARTIDAS ABIERTAS INCOMPLETO"
                    TO WS-MOTIVO-FALLA
                MOVE "LEE-PENDIENTES" TO ERR-PARRAFO
                PERFORM FALLA-PENDIENTES
            END-IF.

       GUARDA-PENDIENTE.
            EVALUATE PCN-TIPO
                WHEN "C"
                    SET PEND-CTL-VISTO TO TRUE
                    MOVE PCNC-FECHA-CORRIDA TO WS-PEND-FECHA-CTL
                    IF PCNC-CONTADOR NUMERIC
                        MOVE PCNC-CONTADOR TO WS-PEND-CONTADOR-CTL
                    END-IF
                WHEN "N"
                    ADD 1 TO WS-PEND-LEIDAS
                    IF WS-NUE-CNT >= 5000
                        MOVE "MAS DE 5000 PARTIDAS NUESTRAS"
                            TO WS-MOTIVO-FALLA
                        MOVE "GUARDA-PENDIENTE" TO ERR-PARRAFO
                        PERFORM FALLA-PENDIENTES
                    END-IF
                    ADD 1 TO WS-NUE-CNT
                    MOVE "A" TO WS-NUE-ORIGEN(WS-NUE-CNT)
                    MOVE PCN-FECHA TO WS-NUE-FECHA(WS-NUE-CNT)
                    MOVE PCN-CUENTA TO WS-NUE-CUENTA(WS-NUE-CNT)
                    MOVE PCN-OPERACION TO WS-NUE-OPERACION(WS-NUE-CNT)
                    MOVE PCN-IMPORTE TO WS-NUE-IMPORTE(WS-NUE-CNT)
                    MOVE PCN-REFERENCIA
                        TO WS-NUE-REFERENCIA(WS-NUE-CNT)
                    MOVE PCN-NOCHES TO WS-NUE-NOCHES(WS-NUE-CNT)
                    MOVE SPACE TO WS-NUE-ESTADO(WS-NUE-CNT)
                    MOVE 0 TO WS-NUE-PAR(WS-NUE-CNT)
      *Una arrastrada ya se cruzo con la auditoria la noche en que
      *se posteo.
                    MOVE "S" TO WS-NUE-AUDITADA(WS-NUE-CNT)
                WHEN "E"
                    ADD 1 TO WS-PEND-LEIDAS
                    IF WS-EXT-CNT >= 5000
                        MOVE "MAS DE 5000 PARTIDAS EXTERNAS"
                            TO WS-MOTIVO-FALLA
                        MOVE "GUARDA-PENDIENTE" TO ERR-PARRAFO
                        PERFORM FALLA-PENDIENTES
                    END-IF
                    ADD 1 TO WS-EXT-CNT
                    MOVE "A" TO WS-EXT-ORIGEN(WS-EXT-CNT)
                    MOVE PCN-FECHA TO WS-EXT-FECHA(WS-EXT-CNT)
                    MOVE PCN-CUENTA TO WS-EXT-CUENTA(WS-EXT-CNT)
                    MOVE PCN-OPERACION TO WS-EXT-OPERACION(WS-EXT-CNT)
                    MOVE PCN-IMPORTE TO WS-EXT-IMPORTE(WS-EXT-CNT)
                    MOVE PCN-REFERENCIA
                        TO WS-EXT-REFERENCIA(WS-EXT-CNT)
                    MOVE PCN-NOCHES TO WS-EXT-NOCHES(WS-EXT-CNT)
                    MOVE SPACE TO WS-EXT-ESTADO(WS-EXT-CNT)
                    MOVE 0 TO WS-EXT-PAR(WS-EXT-CNT)
                WHEN OTHER
                    ADD 1 TO WS-PEND-LEIDAS
                    MOVE "REGISTRO DESCONOCIDO EN PARTIDAS ABIERTAS"
                        TO WS-MOTIVO-FALLA
                    MOVE "GUARDA-PENDIENTE" TO ERR-PARRAFO
                    PERFORM FALLA-PENDIENTES
            END-EVALUATE.

       FALLA-PENDIENTES.
      *Sin las partidas abiertas completas no se puede conciliar ni
      *reescribirlas: PENDCONC.DAT queda como estaba. ERR-PARRAFO
      *llega cargado por quien detecto la falla.
            MOVE WS-NOMBRE-PENDIENTES TO ERR-ARCHIVO.
            MOVE WS-FS-PENDIENTES TO ERR-ESTADO.
            PERFORM TERMINA-SIN-CONCILIAR.

       TERMINA-SIN-CONCILIAR.
      *ERR-PARRAFO, ERR-ARCHIVO y ERR-ESTADO llegan cargados por
      *quien detecto la falla.
            DISPLAY "CONCILIACION EXTERNA: NO SE CONCILIA - "
                    WS-MOTIVO-FALLA
            MOVE SPACES TO CONCILIA-LINEA.
            STRING "** NO SE PUDO CONCILIAR: " DELIMITED BY SIZE
                WS-MOTIVO-FALLA DELIMITED BY SIZE
                INTO CONCILIA-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            CLOSE REPORTE-CONCILIA.
            MOVE "E" TO ERR-SEVERIDAD.
            PERFORM REPORTA-ERROR.
            PERFORM ESCRIBE-PASO-COMUN.
            MOVE 1 TO RETURN-CODE.
            GOBACK.

       GRABA-ANTERIOR.
      *Copia de las partidas tal como llegaron a esta noche, de la
      *que parte una repeticion de la misma fecha.
            MOVE "PENDCONC.ANT" TO WS-NOMBRE-PENDIENTES.
            OPEN OUTPUT PENDIENTES.
            IF WS-FS-PENDIENTES NOT = "00"
                MOVE "NO SE PUDO ESCRIBIR PENDCONC.ANT"
                    TO WS-MOTIVO-FALLA
                MOVE "GRABA-ANTERIOR" TO ERR-PARRAFO
                PERFORM FALLA-PENDIENTES
            END-IF.
            MOVE SPACES TO PENDCONC-CTL-REG.
            MOVE "C" TO PCNC-TIPO.
            MOVE WS-PEND-FECHA-CTL TO PCNC-FECHA-CORRIDA.
            COMPUTE PCNC-CONTADOR = WS-NUE-CNT + WS-EXT-CNT.
            WRITE PENDCONC-CTL-REG.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-NUE-CNT
                ADD 1 TO WS-IDX
                PERFORM ESCRIBE-PEND-NUESTRA
            END-PERFORM.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-EXT-CNT
                ADD 1 TO WS-IDX
                PERFORM ESCRIBE-PEND-EXTERNA
            END-PERFORM.
            CLOSE PENDIENTES.

       ESCRIBE-PEND-NUESTRA.
            MOVE SPACES TO PENDCONC-REG.
            MOVE "N" TO PCN-TIPO.
            MOVE WS-NUE-FECHA(WS-IDX) TO PCN-FECHA.
            MOVE WS-NUE-CUENTA(WS-IDX) TO PCN-CUENTA.
            MOVE WS-NUE-OPERACION(WS-IDX) TO PCN-OPERACION.
            MOVE WS-NUE-IMPORTE(WS-IDX) TO PCN-IMPORTE.
            MOVE WS-NUE-REFERENCIA(WS-IDX) TO PCN-REFERENCIA.
            MOVE WS-NUE-NOCHES(WS-IDX) TO PCN-NOCHES.
            WRITE PENDCONC-REG.

       ESCRIBE-PEND-EXTERNA.
            MOVE SPACES TO PENDCONC-REG.
            MOVE "E" TO PCN-TIPO.
            MOVE WS-EXT-FECHA(WS-IDX) TO PCN-FECHA.
            MOVE WS-EXT-CUENTA(WS-IDX) TO PCN-CUENTA.
            MOVE WS-EXT-OPERACION(WS-IDX) TO PCN-OPERACION.
            MOVE WS-EXT-IMPORTE(WS-IDX) TO PCN-IMPORTE.
            MOVE WS-EXT-REFERENCIA(WS-IDX) TO PCN-REFERENCIA.
            MOVE WS-EXT-NOCHES(WS-IDX) TO PCN-NOCHES.
            WRITE PENDCONC-REG.

       CARGA-NUESTRAS.
            OPEN INPUT TRANSACCIONES-OUT.
            IF WS-FS-TRANSOUT NOT = "00"
                STRING WS-NOMBRE-TRANSOUT DELIMITED BY SIZE
                    " NO DISPONIBLE" DELIMITED BY SIZE
                    INTO WS-MOTIVO-FALLA
                MOVE "CARGA-NUESTRAS" TO ERR-PARRAFO
                MOVE WS-NOMBRE-TRANSOUT TO ERR-ARCHIVO
                MOVE WS-FS-TRANSOUT TO ERR-ESTADO
                PERFORM TERMINA-SIN-CONCILIAR
            END-IF.
            MOVE "N" TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ TRANSACCIONES-OUT
                    AT END
                        SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        PERFORM GUARDA-NUESTRA
                END-READ
            END-PERFORM.
            CLOSE TRANSACCIONES-OUT.

       GUARDA-NUESTRA.
      *Una linea sin cuenta no toca ninguna cuenta que la
      *contraparte pueda confirmar: solo se cuenta.
            IF CUENTA-OUT = SPACES
             OR RESULTADO-OUT NOT NUMERIC
                ADD 1 TO WS-CNT-SIN-CUENTA
            ELSE
                IF WS-NUE-CNT >= 5000
                    CLOSE TRANSACCIONES-OUT
                    MOVE "MAS DE 5000 PARTIDAS NUESTRAS"
                        TO WS-MOTIVO-FALLA
                    MOVE "GUARDA-NUESTRA" TO ERR-PARRAFO
                    MOVE WS-NOMBRE-TRANSOUT TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    PERFORM TERMINA-SIN-CONCILIAR
                END-IF
                ADD 1 TO WS-NUE-CNT
                ADD 1 TO WS-CNT-NUE-HOY
                MOVE "H" TO WS-NUE-ORIGEN(WS-NUE-CNT)
                MOVE WS-FECHA-RUN TO WS-NUE-FECHA(WS-NUE-CNT)
                MOVE CUENTA-OUT TO WS-NUE-CUENTA(WS-NUE-CNT)
                IF OPERACION-OUT = SPACE
                    MOVE "S" TO WS-NUE-OPERACION(WS-NUE-CNT)
                ELSE
                    MOVE OPERACION-OUT TO WS-NUE-OPERACION(WS-NUE-CNT)
                END-IF
                MOVE RESULTADO-OUT TO WS-NUE-IMPORTE(WS-NUE-CNT)
                MOVE SPACES TO WS-NUE-REFERENCIA(WS-NUE-CNT)
                MOVE REF-TRANSF-OUT
                    TO WS-NUE-REFERENCIA(WS-NUE-CNT)(1:14)
                MOVE PATA-TRANSF-OUT
                    TO WS-NUE-REFERENCIA(WS-NUE-CNT)(16:1)
                MOVE 0 TO WS-NUE-NOCHES(WS-NUE-CNT)
                MOVE SPACE TO WS-NUE-ESTADO(WS-NUE-CNT)
                MOVE 0 TO WS-NUE-PAR(WS-NUE-CNT)
                MOVE "N" TO WS-NUE-AUDITADA(WS-NUE-CNT)
            END-IF.

       CRUZA-AUDITORIA.
      *Cada linea posteada de la fecha debe tener su partida en
      *TRANSOUT y viceversa; la primera partida de hoy sin cruzar
      *con la misma cuenta, operacion e importe la cubre.
            OPEN INPUT AUDITORIA.
            IF WS-FS-AUDITORIA NOT = "00"
                DISPLAY "AUDITLOG.DAT NO DISPONIBLE (STATUS "
                        WS-FS-AUDITORIA "): SIN CRUCE CON AUDITORIA."
            ELSE
                SET AUD-DISPONIBLE TO TRUE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ AUDITORIA
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM CRUZA-LINEA-AUDITORIA
                    END-READ
                END-PERFORM
                CLOSE AUDITORIA
                MOVE 0 TO WS-IDX
                PERFORM UNTIL WS-IDX >= WS-NUE-CNT
                    ADD 1 TO WS-IDX
                    IF WS-NUE-AUDITADA(WS-IDX) = "N"
                        ADD 1 TO WS-CNT-SIN-AUDITORIA
                    END-IF
                END-PERFORM
            END-IF.

       CRUZA-LINEA-AUDITORIA.
      *Solo lineas posteadas de la fecha de negocio del run.
            IF AUDIT-TIMESTAMP(1:8) NOT = WS-FECHA-RUN
             OR AUDIT-DECISION(1:9) = "RECHAZADO"
             OR AUDIT-DECISION(1:7) = "TARIFA "
             OR AUDIT-DECISION(1:10) = "SIN TARIFA"
             OR AUDIT-RESULTADO NOT NUMERIC
             OR AUDIT-CUENTA = SPACES
                CONTINUE
            ELSE
                ADD 1 TO WS-CNT-LINEAS-AUD
                IF AUDIT-OPERACION = SPACE
                    MOVE "S" TO WS-OPERACION
                ELSE
                    MOVE AUDIT-OPERACION TO WS-OPERACION
                END-IF
                MOVE "N" TO WS-ENCONTRADO
                MOVE 0 TO WS-IDX
                PERFORM UNTIL ENCONTRADO OR WS-IDX >= WS-NUE-CNT
                    ADD 1 TO WS-IDX
                    IF WS-NUE-AUDITADA(WS-IDX) = "N"
                     AND WS-NUE-CUENTA(WS-IDX) = AUDIT-CUENTA
                     AND WS-NUE-OPERACION(WS-IDX) = WS-OPERACION
                     AND WS-NUE-IMPORTE(WS-IDX) = AUDIT-RESULTADO
                        SET ENCONTRADO TO TRUE
                        MOVE "S" TO WS-NUE-AUDITADA(WS-IDX)
                    END-IF
                END-PERFORM
                IF NOT ENCONTRADO
                    ADD 1 TO WS-CNT-AUD-SIN-TRANSOUT
                END-IF
            END-IF.

       CARGA-CONFIRMACION.
      *Un solo recorrido valida cabecera, cola y detalles y deja los
      *detalles en la tabla; si el archivo no sirve se descartan y
      *solo quedan las externas arrastradas.
            OPEN INPUT CONFIRMACION.
            IF WS-FS-CONFIRMA NOT = "00"
                MOVE "N" TO WS-CONF-ESTADO
                MOVE "SIN CONFIRMA.DAT" TO WS-MOTIVO-CONF
                DISPLAY "SIN CONFIRMA.DAT (STATUS " WS-FS-CONFIRMA
                        "): CONFIRMACION DEL DIA NO RECIBIDA."
                MOVE "CARGA-CONFIRMACION" TO ERR-PARRAFO
                MOVE "CONFIRMA.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-CONFIRMA TO ERR-ESTADO
                MOVE "W" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
            ELSE
                MOVE "N" TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ CONFIRMACION
                        AT END
                            SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                            PERFORM LEE-LINEA-CONFIRMACION
                    END-READ
                END-PERFORM
                CLOSE CONFIRMACION
                PERFORM VALIDA-CONFIRMACION
                IF NOT CONF-RECIBIDA
                    MOVE WS-EXT-CNT-ARRASTRE TO WS-EXT-CNT
                END-IF
            END-IF.

       LEE-LINEA-CONFIRMACION.
            EVALUATE CONF-TIPO
                WHEN "H"
                    SET HDR-VISTO TO TRUE
                    MOVE CONFH-FECHA TO WS-HDR-FECHA
                    MOVE CONFH-ORIGEN TO WS-HDR-ORIGEN
                WHEN "T"
                    SET TRL-VISTO TO TRUE
                    IF CONFT-CONTADOR NUMERIC
                        MOVE CONFT-CONTADOR TO WS-TRL-CONTADOR
                    END-IF
                    IF CONFT-HASH NUMERIC
                        MOVE CONFT-HASH TO WS-TRL-HASH
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-CNT-DETALLE
                    PERFORM VALIDA-DETALLE-CONFIRMACION
            END-EVALUATE.

       VALIDA-DETALLE-CONFIRMACION.
            MOVE SPACES TO WS-MOTIVO.
            EVALUATE TRUE
                WHEN CONF-TIPO NOT = "D"
                    MOVE "TIPO DE REGISTRO INVALIDO" TO WS-MOTIVO
                WHEN CONF-CUENTA = SPACES
                    MOVE "CUENTA EN BLANCO" TO WS-MOTIVO
                WHEN CONF-OPERACION NOT = SPACE
                 AND CONF-OPERACION NOT = "S"
                 AND CONF-OPERACION NOT = "R"
                 AND CONF-OPERACION NOT = "M"
                 AND CONF-OPERACION NOT = "D"
                 AND CONF-OPERACION NOT = "V"
                 AND CONF-OPERACION NOT = "T"
                    MOVE "OPERACION INVALIDA" TO WS-MOTIVO
                WHEN CONF-IMPORTE NOT NUMERIC
                    MOVE "IMPORTE NO NUMERICO" TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO NOT = SPACES
                ADD 1 TO WS-CNT-DET-MALOS
                IF WS-CNT-DET-MALOS <= 50
                    MOVE WS-CNT-DETALLE
                        TO WS-DET-MALO-NUM(WS-CNT-DET-MALOS)
                    MOVE WS-MOTIVO
                        TO WS-DET-MALO-MOTIVO(WS-CNT-DET-MALOS)
                END-IF
            ELSE
                ADD CONF-IMPORTE TO WS-HASH-DETALLE
                IF WS-EXT-CNT >= 5000
                    ADD 1 TO WS-CNT-DET-MALOS
                    IF WS-CNT-DET-MALOS <= 50
                        MOVE WS-CNT-DETALLE
                            TO WS-DET-MALO-NUM(WS-CNT-DET-MALOS)
                        MOVE "MAS DE 5000 PARTIDAS EXTERNAS"
                            TO WS-DET-MALO-MOTIVO(WS-CNT-DET-MALOS)
                    END-IF
                ELSE
                    ADD 1 TO WS-EXT-CNT
                    MOVE "H" TO WS-EXT-ORIGEN(WS-EXT-CNT)
                    MOVE WS-FECHA-RUN TO WS-EXT-FECHA(WS-EXT-CNT)
                    MOVE CONF-CUENTA TO WS-EXT-CUENTA(WS-EXT-CNT)
                    IF CONF-OPERACION = SPACE
                        MOVE "S" TO WS-EXT-OPERACION(WS-EXT-CNT)
                    ELSE
                        MOVE CONF-OPERACION
                            TO WS-EXT-OPERACION(WS-EXT-CNT)
                    END-IF
                    MOVE CONF-IMPORTE TO WS-EXT-IMPORTE(WS-EXT-CNT)
                    MOVE CONF-REFERENCIA
                        TO WS-EXT-REFERENCIA(WS-EXT-CNT)
                    MOVE 0 TO WS-EXT-NOCHES(WS-EXT-CNT)
                    MOVE SPACE TO WS-EXT-ESTADO(WS-EXT-CNT)
                    MOVE 0 TO WS-EXT-PAR(WS-EXT-CNT)
                END-IF
            END-IF.

       VALIDA-CONFIRMACION.
      *Un archivo que todavia trae una fecha anterior es el de una
      *noche ya conciliada: la de hoy no llego. Cualquier otra falla
      *de cabecera, cola o detalle rechaza el archivo completo.
            MOVE "R" TO WS-CONF-ESTADO.
            EVALUATE TRUE
                WHEN NOT HDR-VISTO OR NOT TRL-VISTO
                    MOVE "SIN CABECERA O SIN COLA" TO WS-MOTIVO-CONF
                    MOVE "X" TO WS-CONF-ESTADO
                WHEN WS-HDR-FECHA < WS-FECHA-RUN
                    MOVE SPACES TO WS-MOTIVO-CONF
                    STRING "CONFIRMA.DAT ES DEL " DELIMITED BY SIZE
                        WS-HDR-FECHA DELIMITED BY SIZE
                        INTO WS-MOTIVO-CONF
                    MOVE "N" TO WS-CONF-ESTADO
                WHEN WS-HDR-FECHA NOT = WS-FECHA-RUN
                    MOVE SPACES TO WS-MOTIVO-CONF
                    STRING "FECHA DE CABECERA " DELIMITED BY SIZE
                        WS-HDR-FECHA DELIMITED BY SIZE
                        " POSTERIOR A LA DEL RUN" DELIMITED BY SIZE
                        INTO WS-MOTIVO-CONF
                    MOVE "X" TO WS-CONF-ESTADO
                WHEN WS-CNT-DET-MALOS > 0
                    MOVE "DETALLES INVALIDOS" TO WS-MOTIVO-CONF
                    MOVE "X" TO WS-CONF-ESTADO
                WHEN WS-TRL-CONTADOR NOT = WS-CNT-DETALLE
                    MOVE "COLA NO CUADRA CON LOS DETALLES"
                        TO WS-MOTIVO-CONF
                    MOVE "X" TO WS-CONF-ESTADO
                WHEN WS-TRL-HASH NOT = WS-HASH-DETALLE
                    MOVE "HASH DE IMPORTES NO CUADRA CON LA COLA"
                        TO WS-MOTIVO-CONF
                    MOVE "X" TO WS-CONF-ESTADO
            END-EVALUATE.
            IF CONF-NO-RECIBIDA
                DISPLAY "CONFIRMACION DEL DIA NO RECIBIDA: "
                        WS-MOTIVO-CONF
                MOVE "VALIDA-CONFIRMACION" TO ERR-PARRAFO
                MOVE "CONFIRMA.DAT" TO ERR-ARCHIVO
                MOVE SPACES TO ERR-ESTADO
                MOVE "W" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
            END-IF.
            IF CONF-RECHAZADA
                DISPLAY "CONFIRMA.DAT DE " WS-HDR-ORIGEN
                        " RECHAZADO: " WS-MOTIVO-CONF
                MOVE "VALIDA-CONFIRMACION" TO ERR-PARRAFO
                MOVE "CONFIRMA.DAT" TO ERR-ARCHIVO
                MOVE SPACES TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
            END-IF.

       CONCILIA-EXACTAS.
      *Primera vuelta: misma cuenta, operacion e importe. Las
      *partidas se toman en orden, asi las arrastradas (cargadas
      *primero) se limpian antes que las de hoy.
            MOVE 0 TO WS-IDX-J.
            PERFORM UNTIL WS-IDX-J >= WS-EXT-CNT
                ADD 1 TO WS-IDX-J
                MOVE "N" TO WS-ENCONTRADO
                MOVE 0 TO WS-IDX
                PERFORM UNTIL ENCONTRADO OR WS-IDX >= WS-NUE-CNT
                    ADD 1 TO WS-IDX
                    IF WS-NUE-ESTADO(WS-IDX) = SPACE
                     AND WS-NUE-CUENTA(WS-IDX)
                         = WS-EXT-CUENTA(WS-IDX-J)
                     AND WS-NUE-OPERACION(WS-IDX)
                         = WS-EXT-OPERACION(WS-IDX-J)
                     AND WS-NUE-IMPORTE(WS-IDX)
                         = WS-EXT-IMPORTE(WS-IDX-J)
                        SET ENCONTRADO TO TRUE
                    END-IF
                END-PERFORM
                IF ENCONTRADO
                    MOVE "C" TO WS-NUE-ESTADO(WS-IDX)
                    MOVE "C" TO WS-EXT-ESTADO(WS-IDX-J)
                    MOVE WS-IDX-J TO WS-NUE-PAR(WS-IDX)
                    MOVE WS-IDX TO WS-EXT-PAR(WS-IDX-J)
                    ADD 1 TO WS-CNT-CONCILIADAS
                    IF WS-NUE-ORIGEN(WS-IDX) = "A"
                     OR WS-EXT-ORIGEN(WS-IDX-J) = "A"
                        ADD 1 TO WS-CNT-CONC-ARRASTRE
                    END-IF
                END-IF
            END-PERFORM.

       CONCILIA-DIFERENCIAS.
      *Segunda vuelta: lo que queda abierto con la misma cuenta y
      *operacion pero otro importe es una diferencia de importe.
            MOVE 0 TO WS-IDX-J.
            PERFORM UNTIL WS-IDX-J >= WS-EXT-CNT
                ADD 1 TO WS-IDX-J
                IF WS-EXT-ESTADO(WS-IDX-J) = SPACE
                    MOVE "N" TO WS-ENCONTRADO
                    MOVE 0 TO WS-IDX
                    PERFORM UNTIL ENCONTRADO OR WS-IDX >= WS-NUE-CNT
                        ADD 1 TO WS-IDX
                        IF WS-NUE-ESTADO(WS-IDX) = SPACE
                         AND WS-NUE-CUENTA(WS-IDX)
                             = WS-EXT-CUENTA(WS-IDX-J)
                         AND WS-NUE-OPERACION(WS-IDX)
                             = WS-EXT-OPERACION(WS-IDX-J)
                            SET ENCONTRADO TO TRUE
                        END-IF
                    END-PERFORM
                    IF ENCONTRADO
                        MOVE "D" TO WS-NUE-ESTADO(WS-IDX)
                        MOVE "D" TO WS-EXT-ESTADO(WS-IDX-J)
                        MOVE WS-IDX-J TO WS-NUE-PAR(WS-IDX)
                        MOVE WS-IDX TO WS-EXT-PAR(WS-IDX-J)
                        ADD 1 TO WS-CNT-DIFERENCIAS
                    END-IF
                END-IF
            END-PERFORM.

       ENVEJECE-PARTIDAS.
      *Toda partida que no se concilio suma una noche abierta; las
      *de hoy quedan con una.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-NUE-CNT
                ADD 1 TO WS-IDX
                IF WS-NUE-ESTADO(WS-IDX) NOT = "C"
                    ADD 1 TO WS-NUE-NOCHES(WS-IDX)
                    MOVE WS-NUE-NOCHES(WS-IDX) TO WS-NOCHES
                    PERFORM CUENTA-EDAD
                    IF WS-NUE-ESTADO(WS-IDX) = SPACE
                        ADD 1 TO WS-CNT-NUE-ABIERTAS
                    END-IF
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-EXT-CNT
                ADD 1 TO WS-IDX
                IF WS-EXT-ESTADO(WS-IDX) NOT = "C"
                    ADD 1 TO WS-EXT-NOCHES(WS-IDX)
                    MOVE WS-EXT-NOCHES(WS-IDX) TO WS-NOCHES
                    PERFORM CUENTA-EDAD
                    IF WS-EXT-ESTADO(WS-IDX) = SPACE
                        ADD 1 TO WS-CNT-EXT-ABIERTAS
                    END-IF
                END-IF
            END-PERFORM.

       CUENTA-EDAD.
            ADD 1 TO WS-CNT-ABIERTAS.
            EVALUATE TRUE
                WHEN WS-NOCHES <= 1
                    ADD 1 TO WS-CNT-EDAD-1
                WHEN WS-NOCHES <= 5
                    ADD 1 TO WS-CNT-EDAD-2A5
                WHEN OTHER
                    ADD 1 TO WS-CNT-EDAD-6
            END-EVALUATE.

       GRABA-PENDIENTES.
      *Pasan a la noche siguiente las partidas abiertas y las dos
      *patas de cada diferencia de importe.
            MOVE "PENDCONC.DAT" TO WS-NOMBRE-PENDIENTES.
            OPEN OUTPUT PENDIENTES.
            IF WS-FS-PENDIENTES NOT = "00"
                DISPLAY "NO SE PUDO ESCRIBIR PENDCONC.DAT (STATUS "
                        WS-FS-PENDIENTES ")."
                MOVE "GRABA-PENDIENTES" TO ERR-PARRAFO
                MOVE "PENDCONC.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-PENDIENTES TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                CLOSE REPORTE-CONCILIA
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE SPACES TO PENDCONC-CTL-REG.
            MOVE "C" TO PCNC-TIPO.
            MOVE WS-FECHA-RUN TO PCNC-FECHA-CORRIDA.
            MOVE WS-CNT-ABIERTAS TO PCNC-CONTADOR.
            WRITE PENDCONC-CTL-REG.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-NUE-CNT
                ADD 1 TO WS-IDX
                IF WS-NUE-ESTADO(WS-IDX) NOT = "C"
                    PERFORM ESCRIBE-PEND-NUESTRA
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-EXT-CNT
                ADD 1 TO WS-IDX
                IF WS-EXT-ESTADO(WS-IDX) NOT = "C"
                    PERFORM ESCRIBE-PEND-EXTERNA
                END-IF
            END-PERFORM.
            CLOSE PENDIENTES.

       ESCRIBE-LINEA-REPORTE.
      *Toda linea del reporte pasa por aqui para que el salto de
      *pagina y el encabezado CMN-CABECERA queden en un solo lugar.
            IF WS-LINEAS-PAG >= WS-LINEAS-TOPE
                PERFORM ESCRIBE-ENCABEZADO-PAGINA
            END-IF.
            WRITE CONCILIA-LINEA.
            ADD 1 TO WS-LINEAS-PAG.
            MOVE SPACES TO CONCILIA-LINEA.

       ESCRIBE-ENCABEZADO-PAGINA.
            ADD 1 TO WS-PAGINA.
      *La linea en transito se preserva mientras se escribe el
      *encabezado de la pagina nueva.
            MOVE CONCILIA-LINEA TO WS-LINEA-GUARDADA.
            MOVE SPACES TO CONCILIA-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
                CMN-NOMBRE-JOB DELIMITED BY SIZE
                " FECHA:" DELIMITED BY SIZE
                CMN-FECHA-EJECUCION DELIMITED BY SIZE
                " OPER:" DELIMITED BY SIZE
                CMN-OPERADOR-ID DELIMITED BY SIZE
                INTO CONCILIA-LINEA.
            MOVE WS-PAGINA TO WS-ED-PAGINA.
            MOVE "PAG." TO CONCILIA-LINEA(70:4).
            MOVE WS-ED-PAGINA TO CONCILIA-LINEA(75:4).
            WRITE CONCILIA-LINEA.
            MOVE SPACES TO CONCILIA-LINEA.
            MOVE "CONCILIACION CONTRA CONFIRMACION EXTERNA - FECHA "
                TO CONCILIA-LINEA.
            MOVE WS-FECHA-RUN TO CONCILIA-LINEA(50:8).
            WRITE CONCILIA-LINEA.
            MOVE SPACES TO CONCILIA-LINEA.
            WRITE CONCILIA-LINEA.
            MOVE 3 TO WS-LINEAS-PAG.
            MOVE WS-LINEA-GUARDADA TO CONCILIA-LINEA.

       ESCRIBE-SECCION-CONFIRMACION.
            MOVE SPACES TO CONCILIA-LINEA.
            EVALUATE TRUE
                WHEN CONF-RECIBIDA
                    MOVE "CONFIRMACION: ORIGEN" TO CONCILIA-LINEA
                    MOVE WS-HDR-ORIGEN TO CONCILIA-LINEA(22:8)
                    MOVE "FECHA" TO CONCILIA-LINEA(32:5)
                    MOVE WS-HDR-FECHA TO CONCILIA-LINEA(38:8)
                    MOVE "DETALLES" TO CONCILIA-LINEA(48:8)
                    MOVE WS-CNT-DETALLE TO WS-ED-REGS
                    MOVE WS-ED-REGS TO CONCILIA-LINEA(57:6)
                WHEN CONF-NO-RECIBIDA
                    STRING "CONFIRMACION: ** NO RECIBIDA ** ("
                        DELIMITED BY SIZE
                        WS-MOTIVO-CONF DELIMITED BY "  "
                        ")" DELIMITED BY SIZE
                        INTO CONCILIA-LINEA
                WHEN OTHER
                    STRING "** CONFIRMACION RECHAZADA: "
                        DELIMITED BY SIZE
                        WS-MOTIVO-CONF DELIMITED BY SIZE
                        INTO CONCILIA-LINEA
            END-EVALUATE.
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF CONF-RECHAZADA
                MOVE 0 TO WS-IDX
                PERFORM UNTIL WS-IDX >= WS-CNT-DET-MALOS
                           OR WS-IDX >= 50
                    ADD 1 TO WS-IDX
                    MOVE "DETALLE" TO CONCILIA-LINEA(3:7)
                    MOVE WS-DET-MALO-NUM(WS-IDX) TO WS-ED-REGS
                    MOVE WS-ED-REGS TO CONCILIA-LINEA(11:6)
                    MOVE WS-DET-MALO-MOTIVO(WS-IDX)
                        TO CONCILIA-LINEA(19:30)
                    PERFORM ESCRIBE-LINEA-REPORTE
                END-PERFORM
                MOVE "SIN LOS DETALLES DE HOY: CORREGIR EL ARCHIVO Y "
                    TO CONCILIA-LINEA(3:47)
                MOVE "REPETIR EL PASO." TO CONCILIA-LINEA(50:16)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            MOVE "ARRASTRADAS DE NOCHES ANTERIORES: NUESTRAS"
                TO CONCILIA-LINEA.
            MOVE WS-CNT-NUE-ARRASTRE TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(44:6).
            MOVE "EXTERNAS" TO CONCILIA-LINEA(52:8).
            MOVE WS-EXT-CNT-ARRASTRE TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(61:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF ES-REPETICION
                MOVE "REPETICION DE LA FECHA: SE PARTE DE PENDCONC.ANT"
                    TO CONCILIA-LINEA
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            PERFORM ESCRIBE-LINEA-REPORTE.

       ESCRIBE-SECCION-CONCILIADAS.
            MOVE "PARTIDAS CONCILIADAS" TO CONCILIA-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTA" TO CONCILIA-LINEA(3:6).
            MOVE "OP" TO CONCILIA-LINEA(12:2).
            MOVE "IMPORTE" TO CONCILIA-LINEA(22:7).
            MOVE "F.NUESTRA" TO CONCILIA-LINEA(31:9).
            MOVE "F.EXTERNA" TO CONCILIA-LINEA(41:9).
            MOVE "REFERENCIA EXTERNA" TO CONCILIA-LINEA(51:18).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-NUE-CNT
                ADD 1 TO WS-IDX
                IF WS-NUE-ESTADO(WS-IDX) = "C"
                    MOVE WS-NUE-PAR(WS-IDX) TO WS-IDX-J
                    MOVE WS-NUE-CUENTA(WS-IDX) TO CONCILIA-LINEA(3:8)
                    MOVE WS-NUE-OPERACION(WS-IDX)
                        TO CONCILIA-LINEA(13:1)
                    MOVE WS-NUE-IMPORTE(WS-IDX) TO WS-ED-IMPORTE
                    MOVE WS-ED-IMPORTE TO CONCILIA-LINEA(16:13)
                    MOVE WS-NUE-FECHA(WS-IDX) TO CONCILIA-LINEA(31:8)
                    MOVE WS-EXT-FECHA(WS-IDX-J)
                        TO CONCILIA-LINEA(41:8)
                    MOVE WS-EXT-REFERENCIA(WS-IDX-J)
                        TO CONCILIA-LINEA(51:16)
                    PERFORM ESCRIBE-LINEA-REPORTE
                END-IF
            END-PERFORM.
            PERFORM ESCRIBE-LINEA-REPORTE.

       ESCRIBE-SECCION-NUESTRAS.
      *"SIN AUD" marca una partida de hoy sin su linea de auditoria.
            MOVE "PARTIDAS NUESTRAS SIN CONFIRMAR" TO CONCILIA-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTA" TO CONCILIA-LINEA(3:6).
            MOVE "OP" TO CONCILIA-LINEA(12:2).
            MOVE "IMPORTE" TO CONCILIA-LINEA(22:7).
            MOVE "FECHA" TO CONCILIA-LINEA(31:5).
            MOVE "NOCHES" TO CONCILIA-LINEA(39:6).
            MOVE "REFERENCIA" TO CONCILIA-LINEA(47:10).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-NUE-CNT
                ADD 1 TO WS-IDX
                IF WS-NUE-ESTADO(WS-IDX) = SPACE
                    MOVE WS-NUE-CUENTA(WS-IDX) TO CONCILIA-LINEA(3:8)
                    MOVE WS-NUE-OPERACION(WS-IDX)
                        TO CONCILIA-LINEA(13:1)
                    MOVE WS-NUE-IMPORTE(WS-IDX) TO WS-ED-IMPORTE
                    MOVE WS-ED-IMPORTE TO CONCILIA-LINEA(16:13)
                    MOVE WS-NUE-FECHA(WS-IDX) TO CONCILIA-LINEA(31:8)
                    MOVE WS-NUE-NOCHES(WS-IDX) TO WS-ED-NOCHES
                    MOVE WS-ED-NOCHES TO CONCILIA-LINEA(41:4)
                    MOVE WS-NUE-REFERENCIA(WS-IDX)
                        TO CONCILIA-LINEA(47:16)
                    IF WS-NUE-AUDITADA(WS-IDX) = "N"
                     AND AUD-DISPONIBLE
                        MOVE "SIN AUD" TO CONCILIA-LINEA(65:7)
                    END-IF
                    PERFORM ESCRIBE-LINEA-REPORTE
                END-IF
            END-PERFORM.
            PERFORM ESCRIBE-LINEA-REPORTE.

       ESCRIBE-SECCION-EXTERNAS.
            MOVE "PARTIDAS EXTERNAS SIN POSTEO NUESTRO"
                TO CONCILIA-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTA" TO CONCILIA-LINEA(3:6).
            MOVE "OP" TO CONCILIA-LINEA(12:2).
            MOVE "IMPORTE" TO CONCILIA-LINEA(22:7).
            MOVE "FECHA" TO CONCILIA-LINEA(31:5).
            MOVE "NOCHES" TO CONCILIA-LINEA(39:6).
            MOVE "REFERENCIA EXTERNA" TO CONCILIA-LINEA(47:18).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-EXT-CNT
                ADD 1 TO WS-IDX
                IF WS-EXT-ESTADO(WS-IDX) = SPACE
                    MOVE WS-EXT-CUENTA(WS-IDX) TO CONCILIA-LINEA(3:8)
                    MOVE WS-EXT-OPERACION(WS-IDX)
                        TO CONCILIA-LINEA(13:1)
                    MOVE WS-EXT-IMPORTE(WS-IDX) TO WS-ED-IMPORTE
                    MOVE WS-ED-IMPORTE TO CONCILIA-LINEA(16:13)
                    MOVE WS-EXT-FECHA(WS-IDX) TO CONCILIA-LINEA(31:8)
                    MOVE WS-EXT-NOCHES(WS-IDX) TO WS-ED-NOCHES
                    MOVE WS-ED-NOCHES TO CONCILIA-LINEA(41:4)
                    MOVE WS-EXT-REFERENCIA(WS-IDX)
                        TO CONCILIA-LINEA(47:16)
                    PERFORM ESCRIBE-LINEA-REPORTE
                END-IF
            END-PERFORM.
            PERFORM ESCRIBE-LINEA-REPORTE.

       ESCRIBE-SECCION-DIFERENCIAS.
      *Una linea por par: nuestro importe, el de la contraparte y la
      *diferencia (nuestro menos externo); las noches son las de la
      *partida mas antigua del par.
            MOVE "DIFERENCIAS DE IMPORTE" TO CONCILIA-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTA" TO CONCILIA-LINEA(3:6).
            MOVE "OP" TO CONCILIA-LINEA(12:2).
            MOVE "NUESTRO" TO CONCILIA-LINEA(22:7).
            MOVE "EXTERNO" TO CONCILIA-LINEA(36:7).
            MOVE "DIFERENCIA" TO CONCILIA-LINEA(47:10).
            MOVE "NOCHES" TO CONCILIA-LINEA(58:6).
            MOVE "REFERENCIA EXT." TO CONCILIA-LINEA(65:15).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-NUE-CNT
                ADD 1 TO WS-IDX
                IF WS-NUE-ESTADO(WS-IDX) = "D"
                    MOVE WS-NUE-PAR(WS-IDX) TO WS-IDX-J
                    MOVE WS-NUE-CUENTA(WS-IDX) TO CONCILIA-LINEA(3:8)
                    MOVE WS-NUE-OPERACION(WS-IDX)
                        TO CONCILIA-LINEA(13:1)
                    MOVE WS-NUE-IMPORTE(WS-IDX) TO WS-ED-IMPORTE
                    MOVE WS-ED-IMPORTE TO CONCILIA-LINEA(16:13)
                    MOVE WS-EXT-IMPORTE(WS-IDX-J) TO WS-ED-IMPORTE
                    MOVE WS-ED-IMPORTE TO CONCILIA-LINEA(30:13)
                    COMPUTE WS-DIFERENCIA = WS-NUE-IMPORTE(WS-IDX)
                        - WS-EXT-IMPORTE(WS-IDX-J)
                    MOVE WS-DIFERENCIA TO WS-ED-IMPORTE
                    MOVE WS-ED-IMPORTE TO CONCILIA-LINEA(44:13)
                    IF WS-NUE-NOCHES(WS-IDX) > WS-EXT-NOCHES(WS-IDX-J)
                        MOVE WS-NUE-NOCHES(WS-IDX) TO WS-ED-NOCHES
                    ELSE
                        MOVE WS-EXT-NOCHES(WS-IDX-J) TO WS-ED-NOCHES
                    END-IF
                    MOVE WS-ED-NOCHES TO CONCILIA-LINEA(60:4)
                    MOVE WS-EXT-REFERENCIA(WS-IDX-J)
                        TO CONCILIA-LINEA(65:16)
                    PERFORM ESCRIBE-LINEA-REPORTE
                END-IF
            END-PERFORM.

       ESCRIBE-TOTALES.
      *Pagina propia para los totales y el resultado de la noche.
            MOVE 99 TO WS-LINEAS-PAG.
            MOVE "TOTALES DE LA CONCILIACION" TO CONCILIA-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "PARTIDAS NUESTRAS DE HOY (TRANSOUT)"
                TO CONCILIA-LINEA(3:35).
            MOVE WS-CNT-NUE-HOY TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "LINEAS DE TRANSOUT SIN CUENTA (NO CONCILIABLES)"
                TO CONCILIA-LINEA(3:47).
            MOVE WS-CNT-SIN-CUENTA TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "DETALLES DE LA CONFIRMACION DE HOY"
                TO CONCILIA-LINEA(3:34).
            COMPUTE WS-IDX = WS-EXT-CNT - WS-EXT-CNT-ARRASTRE.
            MOVE WS-IDX TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "ARRASTRADAS: NUESTRAS" TO CONCILIA-LINEA(3:21).
            MOVE WS-CNT-NUE-ARRASTRE TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "ARRASTRADAS: EXTERNAS" TO CONCILIA-LINEA(3:21).
            MOVE WS-EXT-CNT-ARRASTRE TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "PARTIDAS CONCILIADAS" TO CONCILIA-LINEA(3:20).
            MOVE WS-CNT-CONCILIADAS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  DE ELLAS CON UNA PARTIDA ARRASTRADA"
                TO CONCILIA-LINEA(3:37).
            MOVE WS-CNT-CONC-ARRASTRE TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "NUESTRAS SIN CONFIRMAR" TO CONCILIA-LINEA(3:22).
            MOVE WS-CNT-NUE-ABIERTAS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "EXTERNAS SIN POSTEO NUESTRO" TO CONCILIA-LINEA(3:27).
            MOVE WS-CNT-EXT-ABIERTAS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "DIFERENCIAS DE IMPORTE (PARES)"
                TO CONCILIA-LINEA(3:30).
            MOVE WS-CNT-DIFERENCIAS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "PARTIDAS ABIERTAS QUE PASAN A LA PROXIMA NOCHE"
                TO CONCILIA-LINEA(3:46).
            MOVE WS-CNT-ABIERTAS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  ABIERTAS 1 NOCHE" TO CONCILIA-LINEA(3:18).
            MOVE WS-CNT-EDAD-1 TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  ABIERTAS 2 A 5 NOCHES" TO CONCILIA-LINEA(3:23).
            MOVE WS-CNT-EDAD-2A5 TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  ABIERTAS 6 NOCHES O MAS" TO CONCILIA-LINEA(3:25).
            MOVE WS-CNT-EDAD-6 TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF AUD-DISPONIBLE
                MOVE "LINEAS POSTEADAS DE AUDITLOG.DAT"
                    TO CONCILIA-LINEA(3:32)
                MOVE WS-CNT-LINEAS-AUD TO WS-ED-REGS
                MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6)
                PERFORM ESCRIBE-LINEA-REPORTE
                MOVE "PARTIDAS DE TRANSOUT SIN LINEA DE AUDITORIA"
                    TO CONCILIA-LINEA(3:43)
                MOVE WS-CNT-SIN-AUDITORIA TO WS-ED-REGS
                MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6)
                PERFORM ESCRIBE-LINEA-REPORTE
                MOVE "LINEAS DE AUDITORIA SIN PARTIDA EN TRANSOUT"
                    TO CONCILIA-LINEA(3:43)
                MOVE WS-CNT-AUD-SIN-TRANSOUT TO WS-ED-REGS
                MOVE WS-ED-REGS TO CONCILIA-LINEA(55:6)
                PERFORM ESCRIBE-LINEA-REPORTE
            ELSE
                MOVE "** AUDITLOG.DAT NO DISPONIBLE: SIN CRUCE CON "
                    TO CONCILIA-LINEA
                MOVE "AUDITORIA" TO CONCILIA-LINEA(46:9)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            PERFORM ESCRIBE-LINEA-REPORTE.
            EVALUATE TRUE
                WHEN CONF-RECHAZADA
                    MOVE "RESULTADO: ** NO SE PUDO CONCILIAR - "
                        TO CONCILIA-LINEA
                    MOVE "CONFIRMACION RECHAZADA **"
                        TO CONCILIA-LINEA(38:25)
                WHEN CONF-NO-RECIBIDA
                    MOVE "RESULTADO: ** SIN CONFIRMACION DEL DIA **"
                        TO CONCILIA-LINEA
                WHEN WS-CNT-ABIERTAS > 0
                    MOVE "RESULTADO: ** PARTIDAS ABIERTAS **"
                        TO CONCILIA-LINEA
                WHEN NOT AUD-DISPONIBLE
                 OR WS-CNT-SIN-AUDITORIA > 0
                 OR WS-CNT-AUD-SIN-TRANSOUT > 0
                    MOVE "RESULTADO: ** TRANSOUT Y AUDITORIA NO "
                        TO CONCILIA-LINEA
                    MOVE "COINCIDEN **" TO CONCILIA-LINEA(39:12)
                WHEN OTHER
                    MOVE "RESULTADO: CONCILIADO, SIN PARTIDAS ABIERTAS"
                        TO CONCILIA-LINEA
            END-EVALUATE.
            PERFORM ESCRIBE-LINEA-REPORTE.

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
       END PROGRAM CONCILIA-EXTERNA.
