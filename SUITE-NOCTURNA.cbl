      * default one the same way, so the lead step's banner shows the
      * suite's own identity instead of falling back to blank/default
      * literals on an unattended run.
      * GENERA-PERMANENTES runs first: it writes the standing orders
      * due tonight as one more source file, so COLECTOR-ENTRADAS
      * validates and merges them with the departments' files.
      * INTERFAZ-MAYOR follows the balancing step: only a certified
      * run feeds the general ledger journal. Its RETURN-CODE 2
      * (accounts with no GL mapping) is a warning like
      * COMPARA-DIARIO's: the suite goes on and the night ends with
      * RETURN-CODE 2.
      * CORRIGE-SUSPENSO-LOTE runs right after the batch account
      * maintenance and before the posting step, so the suspended
      * items data entry corrected, voided or held through
      * CORRSUSP.DAT are already in shape for tonight's resubmission
      * cycle. A correction file that fails its header/trailer
      * control or whose operator is not authorized stops the suite
      * there, before anything posts.
      * A CTLOPER.DAT left in trial mode (OPER-MODO "M", the
      * memo-post run of OPERACIONES-BASICAS) would turn the real
      * night into a trial, so the suite refuses to start on one.
      * The steps are no longer coded here: they come from the
      * step-definition table SUITEPAS.DAT (copybooks/SUITEPAS.cpy),
      * changed only through MANTENIMIENTO-PASOS and the dual-control
      * approval in APRUEBA-CAMBIOS. Each entry gives the program,
      * its order, whether it runs, whether its failure stops the
      * night (a non-critical failure is logged as a warning and the
      * suite goes on) and the highest RETURN-CODE that still counts
      * as success; anything above zero within that limit is a
      * warning that ends the night with RETURN-CODE 2. Without
      * SUITEPAS.DAT the built-in table in copybooks/SUITEDEF.cpy
      * runs, the order the suite always had. A damaged table stops
      * the suite before its first step. SUITECKPT.DAT now holds the
      * NAME of every step finished, so steps added, disabled or
      * reordered between a failed run and its restart neither run
      * twice nor get skipped; RUNHIST.DAT records each step's
      * verdict in RH-RESULTADO. An old count-only checkpoint is
      * translated through the fixed order the suite had before the
      * step table, not through the built-in table.
      * A SUITEPAS.DAT approved before a step was added to the
      * built-in table does not list it, so that step would never
      * run. Every built-in step missing from the file is reported
      * on the console and as a W in ERRLOG.DAT, the night ends with
      * RETURN-CODE 2, and ESTADO-MANANA lists it. The step is not
      * merged in, since removing a step is itself an approved
      * change; a step a site does not want stays in the file
      * disabled.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITE-NOCTURNA.
       ENVIRONMENT DIVISION.
           SELECT SEGURIDAD ASSIGN TO "SEGOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEGURIDAD.
           SELECT PASOS-SUITE ASSIGN TO "SUITEPAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASOS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-CARD.
       01  SUITE-CKPT-REC.
           05  SCKPT-FECHA             PIC X(8).
           05  FILLER                  PIC X.
           05  SCKPT-PASO              PIC X(30).
           05  FILLER                  PIC X.
           05  SCKPT-RESULTADO         PIC X.
      *Forma anterior del checkpoint: solo la cuenta de pasos hechos.
       01  SUITE-CKPT-ANTERIOR.
           05  FILLER                  PIC X(9).
           05  SCKPT-PASOS-OK          PIC 9(2).
           05  SCKPT-RESTO-ANTERIOR    PIC X(30).

       FD  SEGURIDAD.
       COPY SEGOPER.

       FD  PASOS-SUITE.
       COPY SUITEPAS.

       WORKING-STORAGE SECTION.
       01  WS-PASO                     PIC X(30).
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-HISTORIAL             PIC XX.
       01  WS-FS-SUITE-CKPT            PIC XX.
       01  WS-FS-SEGURIDAD             PIC XX.
      *Checkpoint/reinicio de la suite: nombres de los pasos que
      *terminaron en la corrida interrumpida, con su veredicto. En un
      *reinicio, EJECUTA-PASO omite esos pasos en vez de repetirlos
      *(y de duplicar el posteo y la auditoria de
      *OPERACIONES-BASICAS). Se limpia al terminar la suite completa.
       01  WS-HECHOS-CNT               PIC 9(2) VALUE 0.
       01  WS-TABLA-HECHOS.
           05  WS-HEC-ENT OCCURS 40.
               10  WS-HEC-PASO         PIC X(30).
               10  WS-HEC-RESULTADO    PIC X.
       01  WS-IDX-HEC                  PIC 9(2).
       01  WS-PASO-HECHO               PIC X VALUE "N".
           88  PASO-YA-HECHO           VALUE "S".
       01  WS-FIN-CKPT                 PIC X VALUE "N".
           88  FIN-CKPT                VALUE "S".
       01  WS-FECHA-CKPT               PIC X(8).
      *Tabla de pasos de la noche (SUITEPAS.DAT o la interna de
      *SUITEDEF), ordenada por SPAS-ORDEN antes del primer paso.
       01  WS-FS-PASOS                 PIC XX.
       01  WS-FIN-PASOS                PIC X VALUE "N".
           88  FIN-PASOS               VALUE "S".
       01  WS-PASOS-CNT                PIC 9(2) VALUE 0.
       01  WS-TABLA-PASOS.
           05  WS-PAS-ENT OCCURS 40.
               10  WS-PAS-ORDEN        PIC 9(3).
               10  WS-PAS-PROGRAMA     PIC X(30).
               10  WS-PAS-HABILITADO   PIC X.
               10  WS-PAS-CRITICO      PIC X.
               10  WS-PAS-RC-MAX       PIC 9(2).
       01  WS-PAS-AUX.
           05  WS-AUX-ORDEN            PIC 9(3).
           05  FILLER                  PIC X(34).
       01  WS-IDX-PAS                  PIC 9(2).
       01  WS-IDX-J                    PIC 9(2).
       01  WS-IDX-K                    PIC 9(2).
       01  WS-IDX-DEF                  PIC 9(2).
       01  WS-FIN-ORDEN                PIC X VALUE "N".
           88  FIN-ORDEN               VALUE "S".
       01  WS-PASO-REPETIDO            PIC X VALUE "N".
           88  PASO-REPETIDO           VALUE "S".
       01  WS-MOTIVO-TABLA             PIC X(50).
       COPY SUITEDEF.
      *Pasos de la tabla interna que un SUITEPAS.DAT aprobado no
      *trae: no corren, y se avisa cada noche hasta que se agreguen
      *(o se dejen en la tabla deshabilitados).
       01  WS-PASOS-DE-ARCHIVO         PIC X VALUE "N".
           88  PASOS-DE-ARCHIVO        VALUE "S".
       01  WS-PASO-EN-TABLA            PIC X VALUE "N".
           88  PASO-EN-TABLA           VALUE "S".
       01  WS-FALTANTES-CNT            PIC 9(2) VALUE 0.
      *Orden fijo de la suite antes de la tabla de pasos: un
      *SUITECKPT.DAT de esa epoca trae solo la cuenta de pasos
      *hechos, que se traduce a nombres con esta lista y no con la
      *tabla interna, donde hay pasos nuevos intercalados.
       01  WS-TABLA-ANTERIOR-DEF.
           05  FILLER                  PIC X(30) VALUE
               "COLECTOR-ENTRADAS".
           05  FILLER                  PIC X(30) VALUE
               "PRE-EDICION".
           05  FILLER                  PIC X(30) VALUE
               "DIVISION_DE_PROCEDIMIENTOS".
           05  FILLER                  PIC X(30) VALUE
               "MANTENIMIENTO-CTAS-LOTE".
           05  FILLER                  PIC X(30) VALUE
               "RESPALDA-CUENTAS".
           05  FILLER                  PIC X(30) VALUE
               "OPERACIONES-BASICAS".
           05  FILLER                  PIC X(30) VALUE
               "CUADRE-NOCTURNO".
           05  FILLER                  PIC X(30) VALUE
               "COMPARA-DIARIO".
           05  FILLER                  PIC X(30) VALUE
               "CALCULOS-REPETITIVOS".
           05  FILLER                  PIC X(30) VALUE
               "CARGA-TARIFARIO".
           05  FILLER                  PIC X(30) VALUE
               "APLICA-TARIFAS".
           05  FILLER                  PIC X(30) VALUE
               "ACUMULA-PERIODO".
           05  FILLER                  PIC X(30) VALUE
               "RESUMEN-DIARIO".
           05  FILLER                  PIC X(30) VALUE
               "REPORTE-SUSPENSO".
           05  FILLER                  PIC X(30) VALUE
               "PURGA-GENERACIONES".
       01  WS-TABLA-ANTERIOR REDEFINES WS-TABLA-ANTERIOR-DEF.
           05  WS-ANT-PROGRAMA         PIC X(30) OCCURS 15.
       01  WS-ANT-CNT                  PIC 9(2) VALUE 15.
       01  WS-CKPT-ANTERIOR            PIC X VALUE "N".
           88  CKPT-ANTERIOR           VALUE "S".
       01  WS-ORDEN-REINICIO           PIC 9(3) VALUE 0.
      *Veredicto del paso contra su entrada en la tabla: "O" exito,
      *"A" aviso, "N" falla de paso no critico, "F" falla.
       01  WS-RESULTADO-PASO           PIC X VALUE SPACE.
      *RETURN-CODE del paso, salvado inmediatamente despues del CALL
      *para que el registro de historial y la verificacion usen el
      *mismo valor.
      *pero el RETURN-CODE final lo refleja.
       01  WS-AVISO-TENDENCIA          PIC X VALUE "N".
           88  HUBO-AVISO-TENDENCIA    VALUE "S".
      *Aviso de la interfaz de mayor (cuentas sin mapeo): mismo
      *tratamiento que el de tendencia.
       01  WS-AVISO-MAYOR              PIC X VALUE "N".
           88  HUBO-AVISO-MAYOR        VALUE "S".
      *Avisos de cualquier otro paso (RETURN-CODE dentro de su
      *maximo) y fallas de pasos no criticos: tambien dejan la noche
      *en RETURN-CODE 2.
       01  WS-AVISO-PASO               PIC X VALUE "N".
           88  HUBO-AVISO-PASO         VALUE "S".
       01  WS-FALLA-NO-CRITICA         PIC X VALUE "N".
           88  HUBO-FALLA-NO-CRITICA   VALUE "S".
      *Marca de tiempo del arranque de la suite: todos los pasos de
      *esta corrida la comparten en RUNHIST.DAT para poder agruparlos.
       01  WS-SUITE-TS                 PIC X(26).
            PERFORM ASEGURA-OPERADOR-CARD.
            PERFORM ASEGURA-TARJETA-CONTROL.
            PERFORM ASEGURA-SEGURIDAD.
            PERFORM CARGA-PASOS-SUITE.
            PERFORM LEE-SUITE-CHECKPOINT.
            IF WS-HECHOS-CNT > 0
                DISPLAY "******************************************"
                DISPLAY "* REINICIO DE LA SUITE NOCTURNA          *"
                DISPLAY "******************************************"
                DISPLAY "CHECKPOINT DEL " WS-FECHA-CKPT ": SE OMITEN "
                        "LOS " WS-HECHOS-CNT " PASOS QUE YA "
                        "TERMINARON BIEN."
            ELSE
      *Corrida nueva: el handoff de fecha de negocio de anoche se
                MOVE 0 TO RETURN-CODE
            END-IF.

      *Los pasos de la noche salen de la tabla SUITEPAS.DAT (o de la
      *tabla interna si no existe), ya ordenados: los deshabilitados
      *se anuncian y no se llaman.
            MOVE 0 TO WS-IDX-PAS.
            PERFORM CORRE-PASO-TABLA
                UNTIL WS-IDX-PAS >= WS-PASOS-CNT.

            PERFORM LIMPIA-SUITE-CHECKPOINT.
            IF HUBO-AVISO-PASO
                DISPLAY "SUITE NOCTURNA: HUBO PASOS TERMINADOS CON "
                        "AVISO: REVISAR RUNHIST.DAT."
            END-IF.
            IF WS-FALTANTES-CNT > 0
                DISPLAY "SUITE NOCTURNA: " WS-FALTANTES-CNT
                        " PASOS DE LA TABLA INTERNA NO ESTAN EN "
                        "SUITEPAS.DAT: REVISAR ERRLOG.DAT."
            END-IF.
            IF HUBO-FALLA-NO-CRITICA
                DISPLAY "SUITE NOCTURNA: FALLARON PASOS NO CRITICOS: "
                        "REVISAR ERRLOG.DAT."
            END-IF.
            IF HUBO-AVISO-MAYOR
                DISPLAY "SUITE NOCTURNA: HAY CUENTAS SIN MAPEO AL "
                        "MAYOR: REVISAR EXCEPGL.DAT."
            END-IF.
            IF HUBO-AVISO-TENDENCIA
                DISPLAY "SUITE NOCTURNA FINALIZADA CON AVISO DE "
                        "TENDENCIA: REVISAR TENDENCIA.DAT."
                    MOVE 2 TO RETURN-CODE
                END-IF
            ELSE
                IF HUBO-AVISO-MAYOR
                    DISPLAY "SUITE NOCTURNA FINALIZADA CON AVISO DE "
                            "LA INTERFAZ DE MAYOR."
                    IF RETURN-CODE = 0
                        MOVE 2 TO RETURN-CODE
                    END-IF
                ELSE
                    IF HUBO-AVISO-PASO OR HUBO-FALLA-NO-CRITICA
                        DISPLAY "SUITE NOCTURNA FINALIZADA CON "
                                "AVISOS DE PASO."
                        IF RETURN-CODE = 0
                            MOVE 2 TO RETURN-CODE
                        END-IF
                    ELSE
                        DISPLAY "SUITE NOCTURNA FINALIZADA "
                                "CORRECTAMENTE"
                    END-IF
                END-IF
            END-IF.
            GOBACK.

       CORRE-PASO-TABLA.
            ADD 1 TO WS-IDX-PAS.
            MOVE WS-PAS-PROGRAMA(WS-IDX-PAS) TO WS-PASO.
            IF WS-PAS-HABILITADO(WS-IDX-PAS) = "N"
                DISPLAY "PASO DESHABILITADO EN SUITEPAS.DAT: " WS-PASO
            ELSE
                PERFORM EJECUTA-PASO
            END-IF.

       EJECUTA-PASO.
      *Todo paso de la suite pasa por aqui: se blanquea el handoff
      *CMNSTEP.DAT, se llama al paso, se salva su RETURN-CODE, se lee
      *el contador que el paso reporto y se deja el registro en
      *RUNHIST.DAT antes de decidir si la suite sigue. En un
      *reinicio, los pasos que ya terminaron bien en la corrida
      *interrumpida se omiten en vez de repetirse; se reconocen por
      *nombre, asi que agregar, deshabilitar o reordenar pasos entre
      *la falla y el reinicio no hace repetir ni saltar ninguno.
            PERFORM BUSCA-PASO-HECHO.
            IF PASO-YA-HECHO
                DISPLAY "PASO OMITIDO (REINICIO): " WS-PASO
      *El aviso que el paso dejo en la corrida interrumpida sigue
      *valiendo para el RETURN-CODE final de la noche.
                MOVE WS-HEC-RESULTADO(WS-IDX-HEC)
                    TO WS-RESULTADO-PASO
                IF WS-RESULTADO-PASO = "A"
                    PERFORM ANOTA-AVISO-PASO
                END-IF
                IF WS-RESULTADO-PASO = "N"
                    SET HUBO-FALLA-NO-CRITICA TO TRUE
                END-IF
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-TS-INICIO
                PERFORM LIMPIA-PASO-COMUN
                MOVE RETURN-CODE TO WS-RC-PASO
                MOVE FUNCTION CURRENT-DATE TO WS-TS-FIN
                PERFORM LEE-PASO-COMUN
                PERFORM CLASIFICA-PASO
                PERFORM REGISTRA-PASO
                PERFORM VERIFICA-PASO
                PERFORM ESCRIBE-SUITE-CHECKPOINT
            END-IF.

       BUSCA-PASO-HECHO.
            MOVE "N" TO WS-PASO-HECHO.
            MOVE 0 TO WS-IDX-HEC.
            PERFORM UNTIL WS-IDX-HEC >= WS-HECHOS-CNT
                 OR PASO-YA-HECHO
                ADD 1 TO WS-IDX-HEC
                IF WS-HEC-PASO(WS-IDX-HEC) = WS-PASO
                    SET PASO-YA-HECHO TO TRUE
                END-IF
            END-PERFORM.

       CLASIFICA-PASO.
      *El RETURN-CODE se juzga contra la entrada del paso en la
      *tabla: hasta su maximo es exito (con aviso si no es cero);
      *por encima es falla, que detiene la suite solo si el paso es
      *critico.
            IF WS-RC-PASO = 0
                MOVE "O" TO WS-RESULTADO-PASO
            ELSE
                IF WS-RC-PASO > 0
                 AND WS-RC-PASO <= WS-PAS-RC-MAX(WS-IDX-PAS)
                    MOVE "A" TO WS-RESULTADO-PASO
                ELSE
                    IF WS-PAS-CRITICO(WS-IDX-PAS) = "N"
                        MOVE "N" TO WS-RESULTADO-PASO
                    ELSE
                        MOVE "F" TO WS-RESULTADO-PASO
                    END-IF
                END-IF
            END-IF.

       VERIFICA-PASO.
      *Un RETURN-CODE dentro del maximo del paso es un aviso, no una
      *falla: la suite sigue, lo anuncia y lo arrastra al final de
      *la noche para que el operador mire antes de que los
      *consumidores tomen el archivo. La falla de un paso no critico
      *queda en ERRLOG.DAT como aviso y la suite sigue.
            EVALUATE WS-RESULTADO-PASO
                WHEN "A"
                    PERFORM ANOTA-AVISO-PASO
                WHEN "N"
                    DISPLAY "PASO " WS-PASO " (NO CRITICO) FALLO CON "
                            "RETURN-CODE: " WS-RC-PASO
                            ". LA SUITE CONTINUA."
                    SET HUBO-FALLA-NO-CRITICA TO TRUE
                    MOVE "VERIFICA-PASO" TO ERR-PARRAFO
                    MOVE WS-PASO TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "W" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                WHEN "F"
                    DISPLAY "PASO " WS-PASO " FALLO CON RETURN-CODE: "
                            WS-RC-PASO
                    MOVE "VERIFICA-PASO" TO ERR-PARRAFO
                    MOVE WS-PASO TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "E" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                    IF ERR-ACCION = "A"
                        MOVE 1 TO RETURN-CODE
                        GOBACK
                    END-IF
            END-EVALUATE.

       ANOTA-AVISO-PASO.
            EVALUATE WS-PASO
                WHEN "COMPARA-DIARIO"
                    DISPLAY "AVISO: COMPARA-DIARIO DETECTO "
                            "OSCILACIONES FUERA DE RANGO. LA SUITE "
                            "CONTINUA."
                    SET HUBO-AVISO-TENDENCIA TO TRUE
                WHEN "INTERFAZ-MAYOR"
                    DISPLAY "AVISO: INTERFAZ-MAYOR DEJO CUENTAS SIN "
                            "MAPEO FUERA DEL DIARIO. LA SUITE "
                            "CONTINUA."
                    SET HUBO-AVISO-MAYOR TO TRUE
                WHEN OTHER
                    DISPLAY "AVISO: EL PASO " WS-PASO " TERMINO CON "
                            "AVISO (RETURN-CODE DENTRO DE SU MAXIMO). "
                            "LA SUITE CONTINUA."
                    SET HUBO-AVISO-PASO TO TRUE
            END-EVALUATE.

       REPORTA-ERROR.
      *Toda falla pasa por el manejador comun de errores: queda
            CALL "MANEJA-ERRORES" USING CMN-CABECERA ERR-AREA.

       LEE-SUITE-CHECKPOINT.
      *Un registro por paso terminado en la corrida interrumpida,
      *con el veredicto que tuvo. Un SUITECKPT.DAT anterior a la
      *tabla de pasos trae solo la cuenta de pasos hechos: se
      *traduce a nombres con el orden fijo que tenia la suite cuando
      *lo escribio (WS-TABLA-ANTERIOR).
            MOVE 0 TO WS-HECHOS-CNT.
            MOVE SPACES TO WS-FECHA-CKPT.
            OPEN INPUT SUITE-CHECKPOINT.
            IF WS-FS-SUITE-CKPT = "00"
                MOVE "N" TO WS-FIN-CKPT
                PERFORM UNTIL FIN-CKPT
                    READ SUITE-CHECKPOINT
                        AT END
                            SET FIN-CKPT TO TRUE
                        NOT AT END
                            PERFORM GUARDA-PASO-HECHO
                    END-READ
                END-PERFORM
                CLOSE SUITE-CHECKPOINT
            END-IF.
            IF CKPT-ANTERIOR AND WS-HECHOS-CNT > 0
                PERFORM COMPLETA-CKPT-ANTERIOR
            END-IF.

       COMPLETA-CKPT-ANTERIOR.
      *Los pasos que la suite vieja no tenia y que corren antes del
      *ultimo paso que termino tampoco se corren en el reinicio:
      *correrlos a mitad de la noche (las ordenes permanentes despues
      *del colector, por ejemplo) haria mas dano que omitirlos.
            MOVE 0 TO WS-ORDEN-REINICIO.
            MOVE 0 TO WS-IDX-PAS.
            PERFORM UNTIL WS-IDX-PAS >= WS-PASOS-CNT
                ADD 1 TO WS-IDX-PAS
                IF WS-PAS-PROGRAMA(WS-IDX-PAS)
                    = WS-HEC-PASO(WS-HECHOS-CNT)
                    MOVE WS-PAS-ORDEN(WS-IDX-PAS)
                        TO WS-ORDEN-REINICIO
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-IDX-PAS.
            PERFORM UNTIL WS-IDX-PAS >= WS-PASOS-CNT
                ADD 1 TO WS-IDX-PAS
                MOVE WS-PAS-PROGRAMA(WS-IDX-PAS) TO WS-PASO
                PERFORM BUSCA-PASO-HECHO
                IF WS-PAS-ORDEN(WS-IDX-PAS) < WS-ORDEN-REINICIO
                 AND NOT PASO-YA-HECHO
                 AND WS-HECHOS-CNT < 40
                    DISPLAY "PASO NUEVO ANTERIOR AL PUNTO DE "
                            "REINICIO, NO SE CORRE: " WS-PASO
                    ADD 1 TO WS-HECHOS-CNT
                    MOVE WS-PASO TO WS-HEC-PASO(WS-HECHOS-CNT)
                    MOVE "O" TO WS-HEC-RESULTADO(WS-HECHOS-CNT)
                END-IF
            END-PERFORM.

       GUARDA-PASO-HECHO.
            IF SCKPT-PASOS-OK NUMERIC
             AND SCKPT-RESTO-ANTERIOR = SPACES
                MOVE SCKPT-FECHA TO WS-FECHA-CKPT
                SET CKPT-ANTERIOR TO TRUE
                MOVE 0 TO WS-IDX-DEF
                PERFORM UNTIL WS-IDX-DEF >= SCKPT-PASOS-OK
                     OR WS-IDX-DEF >= WS-ANT-CNT
                    ADD 1 TO WS-IDX-DEF
                    ADD 1 TO WS-HECHOS-CNT
                    MOVE WS-ANT-PROGRAMA(WS-IDX-DEF)
                        TO WS-HEC-PASO(WS-HECHOS-CNT)
                    MOVE "O" TO WS-HEC-RESULTADO(WS-HECHOS-CNT)
                END-PERFORM
            ELSE
                IF SCKPT-PASO NOT = SPACES
                 AND WS-HECHOS-CNT < 40
                    MOVE SCKPT-FECHA TO WS-FECHA-CKPT
                    ADD 1 TO WS-HECHOS-CNT
                    MOVE SCKPT-PASO TO WS-HEC-PASO(WS-HECHOS-CNT)
                    MOVE SCKPT-RESULTADO
                        TO WS-HEC-RESULTADO(WS-HECHOS-CNT)
                END-IF
            END-IF.

       ESCRIBE-SUITE-CHECKPOINT.
      *Mismo criterio que el checkpoint de CALCULOS-REPETITIVOS: si
      *no se puede garantizar el reinicio es mejor parar aqui que
      *arriesgar repetir el posteo completo en la proxima corrida.
      *Cada paso terminado agrega su nombre al checkpoint.
            OPEN EXTEND SUITE-CHECKPOINT.
            IF WS-FS-SUITE-CKPT NOT = "00"
      *SUITECKPT.DAT no existe todavia: se crea vacio y se reabre en
      *modo EXTEND, el mismo patron que AUDITLOG.DAT.
                OPEN OUTPUT SUITE-CHECKPOINT
                CLOSE SUITE-CHECKPOINT
                OPEN EXTEND SUITE-CHECKPOINT
            END-IF.
            IF WS-FS-SUITE-CKPT NOT = "00"
                DISPLAY "NO SE PUDO ESCRIBIR SUITECKPT.DAT (STATUS "
                        WS-FS-SUITE-CKPT "). NO SE PUEDE GARANTIZAR "
            END-IF.
            MOVE SPACES TO SUITE-CKPT-REC.
            MOVE WS-FECHA-RUN TO SCKPT-FECHA.
            MOVE WS-PASO TO SCKPT-PASO.
            MOVE WS-RESULTADO-PASO TO SCKPT-RESULTADO.
            WRITE SUITE-CKPT-REC.
            IF WS-FS-SUITE-CKPT NOT = "00"
                DISPLAY "NO SE PUDO ESCRIBIR SUITECKPT.DAT (STATUS "

       LIMPIA-SUITE-CHECKPOINT.
      *La suite completa termino: el proximo arranque debe correr
      *desde el primer paso, no seguir omitiendo. El checkpoint
      *queda vacio.
            OPEN OUTPUT SUITE-CHECKPOINT.
            IF WS-FS-SUITE-CKPT = "00"
                CLOSE SUITE-CHECKPOINT
            ELSE
                DISPLAY "NO SE PUDO LIMPIAR SUITECKPT.DAT (STATUS "
                MOVE 1 TO RETURN-CODE
            END-IF.

       CARGA-PASOS-SUITE.
      *La tabla de pasos aprobada manda; sin SUITEPAS.DAT corre la
      *tabla interna, el orden de siempre. Una tabla danada (campo
      *invalido, programa repetido, sin pasos) detiene la suite
      *antes del primer paso: correr una noche a medias por un
      *registro malo es peor que no arrancar.
            MOVE 0 TO WS-PASOS-CNT.
            MOVE SPACES TO WS-MOTIVO-TABLA.
            OPEN INPUT PASOS-SUITE.
            IF WS-FS-PASOS NOT = "00"
                DISPLAY "SUITEPAS.DAT NO DISPONIBLE (STATUS "
                        WS-FS-PASOS "): SE CORRE LA TABLA DE PASOS "
                        "INTERNA."
                MOVE 0 TO WS-IDX-DEF
                PERFORM UNTIL WS-IDX-DEF >= SDEF-CNT
                    ADD 1 TO WS-IDX-DEF
                    ADD 1 TO WS-PASOS-CNT
                    MOVE SDEF-ENT(WS-IDX-DEF)
                        TO WS-PAS-ENT(WS-PASOS-CNT)
                END-PERFORM
            ELSE
                SET PASOS-DE-ARCHIVO TO TRUE
                MOVE "N" TO WS-FIN-PASOS
                PERFORM UNTIL FIN-PASOS
                    READ PASOS-SUITE
                        AT END
                            SET FIN-PASOS TO TRUE
                        NOT AT END
                            PERFORM GUARDA-PASO-SUITE
                    END-READ
                END-PERFORM
                CLOSE PASOS-SUITE
                IF WS-MOTIVO-TABLA = SPACES
                 AND WS-PASOS-CNT = 0
                    MOVE "SUITEPAS.DAT NO TIENE PASOS"
                        TO WS-MOTIVO-TABLA
                END-IF
            END-IF.
            IF WS-MOTIVO-TABLA NOT = SPACES
                DISPLAY "TABLA DE PASOS INVALIDA: " WS-MOTIVO-TABLA
                        ". LA SUITE NO ARRANCA."
                MOVE "CARGA-PASOS-SUITE" TO ERR-PARRAFO
                MOVE "SUITEPAS.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-PASOS TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            IF PASOS-DE-ARCHIVO
                PERFORM VERIFICA-PASOS-INTERNOS
            END-IF.
            PERFORM ORDENA-PASOS-SUITE.

       VERIFICA-PASOS-INTERNOS.
      *Un SUITEPAS.DAT aprobado antes de que se agregara un paso a la
      *tabla interna no lo trae, y la suite no lo correria nunca sin
      *decir nada. No se agrega solo (quitar un paso tambien pasa
      *por control dual): se avisa por consola y en ERRLOG.DAT, la
      *noche termina con RETURN-CODE 2 y ESTADO-MANANA lo muestra.
      *Un paso que no debe correr se deja en la tabla deshabilitado.
            MOVE 0 TO WS-FALTANTES-CNT.
            MOVE 0 TO WS-IDX-DEF.
            PERFORM UNTIL WS-IDX-DEF >= SDEF-CNT
                ADD 1 TO WS-IDX-DEF
                MOVE "N" TO WS-PASO-EN-TABLA
                MOVE 0 TO WS-IDX-PAS
                PERFORM UNTIL WS-IDX-PAS >= WS-PASOS-CNT
                     OR PASO-EN-TABLA
                    ADD 1 TO WS-IDX-PAS
                    IF WS-PAS-PROGRAMA(WS-IDX-PAS)
                        = SDEF-PROGRAMA(WS-IDX-DEF)
                        SET PASO-EN-TABLA TO TRUE
                    END-IF
                END-PERFORM
                IF NOT PASO-EN-TABLA
                    ADD 1 TO WS-FALTANTES-CNT
                    DISPLAY "AVISO: EL PASO " SDEF-PROGRAMA(WS-IDX-DEF)
                            " NO ESTA EN SUITEPAS.DAT Y NO CORRE. "
                            "AGREGARLO CON MANTENIMIENTO-PASOS."
                    MOVE "VERIFICA-PASOS-INTERNOS" TO ERR-PARRAFO
                    MOVE SDEF-PROGRAMA(WS-IDX-DEF) TO ERR-ARCHIVO
                    MOVE SPACES TO ERR-ESTADO
                    MOVE "W" TO ERR-SEVERIDAD
                    PERFORM REPORTA-ERROR
                END-IF
            END-PERFORM.
            IF WS-FALTANTES-CNT > 0
                SET HUBO-AVISO-PASO TO TRUE
            END-IF.

       GUARDA-PASO-SUITE.
            IF WS-MOTIVO-TABLA NOT = SPACES
                CONTINUE
            ELSE
            IF WS-PASOS-CNT >= 40
                MOVE "MAS DE 40 PASOS" TO WS-MOTIVO-TABLA
            ELSE
            IF SPAS-ORDEN NOT NUMERIC
             OR SPAS-PROGRAMA = SPACES
             OR (SPAS-HABILITADO NOT = "S"
                 AND SPAS-HABILITADO NOT = "N")
             OR (SPAS-CRITICO NOT = "S"
                 AND SPAS-CRITICO NOT = "N")
             OR SPAS-RC-MAX NOT NUMERIC
                STRING "REGISTRO INVALIDO PARA " DELIMITED BY SIZE
                    SPAS-PROGRAMA DELIMITED BY SPACE
                    INTO WS-MOTIVO-TABLA
            ELSE
                MOVE SPAS-PROGRAMA TO WS-PASO
                MOVE "N" TO WS-PASO-REPETIDO
                MOVE 0 TO WS-IDX-PAS
                PERFORM UNTIL WS-IDX-PAS >= WS-PASOS-CNT
                    ADD 1 TO WS-IDX-PAS
                    IF WS-PAS-PROGRAMA(WS-IDX-PAS) = WS-PASO
                        SET PASO-REPETIDO TO TRUE
                    END-IF
                END-PERFORM
                IF PASO-REPETIDO
                    STRING "PASO REPETIDO " DELIMITED BY SIZE
                        SPAS-PROGRAMA DELIMITED BY SPACE
                        INTO WS-MOTIVO-TABLA
                ELSE
                    ADD 1 TO WS-PASOS-CNT
                    MOVE SPAS-ORDEN TO WS-PAS-ORDEN(WS-PASOS-CNT)
                    MOVE SPAS-PROGRAMA
                        TO WS-PAS-PROGRAMA(WS-PASOS-CNT)
                    MOVE SPAS-HABILITADO
                        TO WS-PAS-HABILITADO(WS-PASOS-CNT)
                    MOVE SPAS-CRITICO TO WS-PAS-CRITICO(WS-PASOS-CNT)
                    MOVE SPAS-RC-MAX TO WS-PAS-RC-MAX(WS-PASOS-CNT)
                END-IF
            END-IF.

       ORDENA-PASOS-SUITE.
      *Insercion estable por SPAS-ORDEN: a igual orden manda la
      *posicion en el archivo.
            MOVE 1 TO WS-IDX-PAS.
            PERFORM UNTIL WS-IDX-PAS >= WS-PASOS-CNT
                ADD 1 TO WS-IDX-PAS
                MOVE WS-PAS-ENT(WS-IDX-PAS) TO WS-PAS-AUX
                MOVE WS-IDX-PAS TO WS-IDX-J
                MOVE "N" TO WS-FIN-ORDEN
                PERFORM UNTIL FIN-ORDEN
                    IF WS-IDX-J <= 1
                        SET FIN-ORDEN TO TRUE
                    ELSE
                        COMPUTE WS-IDX-K = WS-IDX-J - 1
                        IF WS-PAS-ORDEN(WS-IDX-K) <= WS-AUX-ORDEN
                            SET FIN-ORDEN TO TRUE
                        ELSE
                            MOVE WS-PAS-ENT(WS-IDX-K)
                                TO WS-PAS-ENT(WS-IDX-J)
                            MOVE WS-IDX-K TO WS-IDX-J
                        END-IF
                    END-IF
                END-PERFORM
                MOVE WS-PAS-AUX TO WS-PAS-ENT(WS-IDX-J)
            END-PERFORM.

       LIMPIA-PASO-COMUN.
      *Se deja un registro en blanco (contador cero) antes del CALL:
      *si el paso muere sin reescribirlo, el historial registra cero
                MOVE WS-TS-FIN TO RH-FIN
                MOVE WS-RC-PASO TO RH-RC
                MOVE WS-CONTADOR-PASO TO RH-CONTADOR
                MOVE WS-RESULTADO-PASO TO RH-RESULTADO
                WRITE RUNHIST-REC
                CLOSE HISTORIAL
            END-IF.

       ASEGURA-OPERADOR-CARD.
      *Una tarjeta que quedo en modo prueba ("M", corrida memo-post
      *de OPERACIONES-BASICAS) haria que la noche real no posteara
      *nada: la suite no arranca hasta que el operador la corrija.
            OPEN INPUT OPERADOR-CARD.
            IF WS-FS-OPERADOR = "00"
                READ OPERADOR-CARD
                    AT END
                        MOVE SPACES TO OPERADOR-REC
                END-READ
                CLOSE OPERADOR-CARD
                IF OPER-MODO = "M"
                    DISPLAY "CTLOPER.DAT ESTA EN MODO PRUEBA (M): LA "
                            "NOCHE NO POSTEARIA. CORREGIR LA TARJETA "
                            "Y VOLVER A LANZAR LA SUITE."
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
            ELSE
                OPEN OUTPUT OPERADOR-CARD
                MOVE SPACES TO OPERADOR-REC
