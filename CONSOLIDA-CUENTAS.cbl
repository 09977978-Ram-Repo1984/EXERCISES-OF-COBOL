      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Consolidated balance report over the account hierarchy: until
      * now a department manager's total position was added up by
      * hand from the ESTADO-CUENTA output. Every account can hang
      * from a parent account (CTA-PADRE) and carry a department code
      * (CTA-DEPTO), both maintained through MANTENIMIENTO-CUENTAS and
      * MANT-CTAS-LOTE; this step reads the whole master and writes
      * CONSOLID.DAT with three sections.
      * The hierarchy section lists each tree from its top-level
      * account down, indented by level, with each account's own
      * CTA-SALDO and CTA-VARIANZA-ACUM. After the accounts that hang
      * from a parent comes the parent's subtotal: its own figures
      * plus everything below it, rolled up level by level. A parent
      * with a group limit (CTA-LIM-GRUPO) shows the limit, the share
      * of it in use and whether the branch is over it. Each currency
      * gets its grand total: the accounts of one tree are kept in one
      * currency, so totals are never mixed.
      * The department section totals the accounts of each department
      * per currency, whatever tree they belong to.
      * The totals page ties the report back to the master: per
      * currency, the sum of every account read, the grand total of
      * the hierarchy and the grand total of the departments must be
      * the same figure, or the page says it does not tie.
      * The maintenance programs reject orphan and circular links, but
      * a master restored from an old backup or edited by hand could
      * still hold one. A parent that is not in the master, one in
      * another currency, or a chain that never reaches the top
      * (circular, or deeper than 20 levels) is reported on the
      * account's line and the link is cut there: the account is
      * listed as top-level, so nothing is counted twice or lost and
      * the totals still tie. Such a broken link ends the step with
      * RETURN-CODE 2 (warning) so it is fixed; a master too big for
      * the report table ends it with 1. A master that does not exist
      * yet is nothing to report, not an error.
      * The record layout comes from copybooks/CUENTAS.cpy.
      * Uses GOBACK instead of STOP RUN so it can run standalone or be
      * CALLed from SUITE-NOCTURNA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDA-CUENTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-ID
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT REPORTE-CONSOLIDA ASSIGN TO "CONSOLID.DAT"
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
       FD  MAESTRO-CUENTAS.
       COPY CUENTAS.

       FD  REPORTE-CONSOLIDA.
       01  CONSOLIDA-LINEA             PIC X(80).

       FD  OPERADOR-CARD.
       COPY CTLOPER.

       FD  PASO-COMUN.
       COPY CMNSTEP.

       WORKING-STORAGE SECTION.
       01  WS-FS-CUENTAS               PIC XX.
       01  WS-FS-REPORTE               PIC XX.
       01  WS-FS-OPERADOR              PIC XX.
       01  WS-FS-PASO-COMUN            PIC XX.
       01  WS-FIN-MAESTRO              PIC X VALUE "N".
           88  FIN-MAESTRO             VALUE "S".
       01  WS-MAESTRO-OK               PIC X VALUE "N".
           88  MAESTRO-DISPONIBLE      VALUE "S".
      *Fecha de negocio del run AAAAMMDD, para el titulo.
       01  WS-FECHA-RUN                PIC X(8).
      *Cuentas del maestro en orden de CTA-ID. WS-CTA-PADRE-IDX es el
      *indice del padre (cero = primer nivel, o enlace cortado) y
      *WS-CTA-ENLACE el motivo de un enlace cortado: "H" padre que no
      *existe, "M" padre en otra moneda, "C" cadena que no llega al
      *primer nivel (circular o de mas de 20 niveles).
       01  WS-CTA-CNT                  PIC 9(4) VALUE 0.
       01  WS-CTA-OMITIDAS             PIC 9(6) VALUE 0.
       01  WS-TABLA-CUENTAS.
           05  WS-CTA-ENT OCCURS 2000.
               10  WS-CTA-ID           PIC X(8).
               10  WS-CTA-PADRE        PIC X(8).
               10  WS-CTA-PADRE-IDX    PIC 9(4).
               10  WS-CTA-DEPTO        PIC X(4).
               10  WS-CTA-MONEDA       PIC X(3).
               10  WS-CTA-ESTADO       PIC X.
               10  WS-CTA-SALDO        PIC S9(10).
               10  WS-CTA-VARIANZA     PIC S9(10).
               10  WS-CTA-LIMITE       PIC 9(10).
               10  WS-CTA-CONS-SALDO   PIC S9(12).
               10  WS-CTA-CONS-VARIANZA
                                       PIC S9(12).
               10  WS-CTA-NIVEL        PIC 9(2).
               10  WS-CTA-HIJOS        PIC 9(4).
               10  WS-CTA-CONS-CNT     PIC 9(4).
               10  WS-CTA-ENLACE       PIC X.
       01  WS-IDX                      PIC 9(4).
       01  WS-IDX-J                    PIC 9(4).
       01  WS-NODO                     PIC 9(4).
       01  WS-HALLADO                  PIC 9(4).
       01  WS-BUSCA                    PIC X(8).
       01  WS-NIVEL                    PIC 9(3).
       01  WS-MAX-NIVELES              PIC 9(3) VALUE 20.
       01  WS-CADENA-OK                PIC X VALUE "N".
           88  CADENA-OK               VALUE "S".
      *Recorrido de cada arbol en preorden: pila con el nodo de cada
      *nivel y la posicion del ultimo hijo ya listado.
       01  WS-TOPE                     PIC 9(2) VALUE 0.
       01  WS-HIJO                     PIC 9(4).
       01  WS-PILA.
           05  WS-PILA-ENT OCCURS 20.
               10  WS-PILA-NODO        PIC 9(4).
               10  WS-PILA-POS         PIC 9(4).
       01  WS-SANGRIA                  PIC 9(2).
      *Totales por moneda: suma directa del maestro, gran total de la
      *jerarquia (los consolidados de primer nivel) y gran total de
      *los departamentos; los tres tienen que coincidir.
       01  WS-MON-CNT                  PIC 9(2) VALUE 0.
       01  WS-MON-IDX                  PIC 9(2).
       01  WS-MON-BUSCA                PIC X(3).
       01  WS-TABLA-MONEDAS.
           05  WS-MON-ENT OCCURS 50.
               10  WS-MON-MONEDA       PIC X(3).
               10  WS-MON-CNT-CTAS     PIC 9(6).
               10  WS-MON-DIR-SALDO    PIC S9(14).
               10  WS-MON-DIR-VARIANZA PIC S9(14).
               10  WS-MON-JER-SALDO    PIC S9(14).
               10  WS-MON-JER-VARIANZA PIC S9(14).
               10  WS-MON-DEP-SALDO    PIC S9(14).
               10  WS-MON-DEP-VARIANZA PIC S9(14).
       01  WS-MON-DESBORDE             PIC X VALUE "N".
           88  MON-DESBORDE            VALUE "S".
      *Departamentos por moneda, en orden de departamento.
       01  WS-DEP-CNT                  PIC 9(3) VALUE 0.
       01  WS-DEP-IDX                  PIC 9(3).
       01  WS-DEP-POS                  PIC 9(3).
       01  WS-DEP-NUEVO                PIC X VALUE "N".
           88  DEP-NUEVO               VALUE "S".
       01  WS-DEP-BUSCA.
           05  WS-DEP-BUSCA-DEPTO      PIC X(4).
           05  WS-DEP-BUSCA-MONEDA     PIC X(3).
       01  WS-TABLA-DEPTOS.
           05  WS-DEP-ENT OCCURS 200.
               10  WS-DEP-CLAVE.
                   15  WS-DEP-DEPTO    PIC X(4).
                   15  WS-DEP-MONEDA   PIC X(3).
               10  WS-DEP-CNT-CTAS     PIC 9(5).
               10  WS-DEP-SALDO        PIC S9(14).
               10  WS-DEP-VARIANZA     PIC S9(14).
       01  WS-DEP-OMITIDAS             PIC 9(6) VALUE 0.
      *Conteos de la corrida.
       01  WS-CNT-LEIDAS               PIC 9(6) VALUE 0.
       01  WS-CNT-RAICES               PIC 9(6) VALUE 0.
       01  WS-CNT-CON-PADRE            PIC 9(6) VALUE 0.
       01  WS-CNT-HUERFANAS            PIC 9(6) VALUE 0.
       01  WS-CNT-OTRA-MONEDA          PIC 9(6) VALUE 0.
       01  WS-CNT-CORTADAS             PIC 9(6) VALUE 0.
       01  WS-CNT-GRUPOS-LIM           PIC 9(6) VALUE 0.
       01  WS-CNT-GRUPOS-EXCEDIDOS     PIC 9(6) VALUE 0.
       01  WS-CNT-NO-CUADRA            PIC 9(6) VALUE 0.
       01  WS-ABS-SALDO                PIC S9(12).
       01  WS-PORCENTAJE               PIC 9(5).
      *Paginacion.
       01  WS-LINEA-GUARDADA           PIC X(80).
       01  WS-PAGINA                   PIC 9(4) VALUE 0.
       01  WS-LINEAS-PAG               PIC 9(2) VALUE 99.
       01  WS-LINEAS-TOPE              PIC 9(2) VALUE 55.
      *Campos de edicion.
       01  WS-ED-REGS                  PIC ZZZZZ9.
       01  WS-ED-IMPORTE               PIC -(12)9.
       01  WS-ED-PORCENTAJE            PIC ZZZZ9.
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
            MOVE "CONSOLIDA-CUENTAS" TO CMN-NOMBRE-JOB.
            PERFORM FORMATEA-FECHA-EJECUCION.
            MOVE 0 TO CMN-CONTADOR-REG.
            MOVE SPACES TO CMN-OPERADOR-ID.
            PERFORM LEE-OPERADOR-CARD.
            CALL "FECHA-NEGOCIO" USING FECHA-AREA.
            MOVE FN-FECHA-NEGOCIO TO WS-FECHA-RUN.
            OPEN OUTPUT REPORTE-CONSOLIDA.
            IF WS-FS-REPORTE NOT = "00"
                DISPLAY "NO SE PUDO CREAR CONSOLID.DAT (STATUS "
                        WS-FS-REPORTE ")."
                MOVE "MAIN-PROCEDURE" TO ERR-PARRAFO
                MOVE "CONSOLID.DAT" TO ERR-ARCHIVO
                MOVE WS-FS-REPORTE TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARGA-CUENTAS.
            IF NOT MAESTRO-DISPONIBLE
                MOVE "CUENTAS.DAT NO DISPONIBLE: NADA QUE CONSOLIDAR."
                    TO CONSOLIDA-LINEA
                PERFORM ESCRIBE-LINEA-REPORTE
                CLOSE REPORTE-CONSOLIDA
                PERFORM ESCRIBE-PASO-COMUN
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ENLAZA-CUENTAS.
            PERFORM VERIFICA-CADENAS.
            PERFORM CONSOLIDA-RAMAS.
            PERFORM ACUMULA-TOTALES.
            PERFORM ESCRIBE-SECCION-JERARQUIA.
            PERFORM ESCRIBE-SECCION-DEPARTAMENTOS.
            PERFORM ESCRIBE-TOTALES.
            CLOSE REPORTE-CONSOLIDA.
            MOVE WS-CNT-LEIDAS TO CMN-CONTADOR-REG.
            PERFORM ESCRIBE-PASO-COMUN.
            DISPLAY "CONSOLIDADO: " WS-CNT-LEIDAS " CUENTAS, "
                    WS-CNT-RAICES " DE PRIMER NIVEL. VER CONSOLID.DAT.".
            EVALUATE TRUE
                WHEN WS-CTA-OMITIDAS > 0
                 OR MON-DESBORDE
                 OR WS-DEP-OMITIDAS > 0
                    MOVE 1 TO RETURN-CODE
                WHEN WS-CNT-HUERFANAS > 0
                 OR WS-CNT-OTRA-MONEDA > 0
                 OR WS-CNT-CORTADAS > 0
                 OR WS-CNT-NO-CUADRA > 0
                    MOVE 2 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

       CARGA-CUENTAS.
      *Una pasada secuencial del maestro, en orden de CTA-ID. Un
      *maestro que no cabe en la tabla se cuenta completo en la suma
      *directa, pero las cuentas de mas no entran al consolidado: el
      *cuadre lo delata y el paso termina con RETURN-CODE 1.
            OPEN INPUT MAESTRO-CUENTAS.
            IF WS-FS-CUENTAS NOT = "00"
                DISPLAY "CUENTAS.DAT NO DISPONIBLE (STATUS "
                        WS-FS-CUENTAS "): NADA QUE CONSOLIDAR."
            ELSE
                SET MAESTRO-DISPONIBLE TO TRUE
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
                DISPLAY "MAS DE 2000 CUENTAS EN EL MAESTRO: "
                        WS-CTA-OMITIDAS " QUEDAN FUERA DEL CONSOLIDADO."
                MOVE "CARGA-CUENTAS" TO ERR-PARRAFO
                MOVE "CUENTAS.DAT" TO ERR-ARCHIVO
                MOVE SPACES TO ERR-ESTADO
                MOVE "E" TO ERR-SEVERIDAD
                PERFORM REPORTA-ERROR
            END-IF.

       GUARDA-CUENTA.
            ADD 1 TO WS-CNT-LEIDAS.
            MOVE CTA-MONEDA TO WS-MON-BUSCA.
            PERFORM BUSCA-MONEDA.
            IF WS-MON-IDX > 0
                ADD 1 TO WS-MON-CNT-CTAS(WS-MON-IDX)
                ADD CTA-SALDO TO WS-MON-DIR-SALDO(WS-MON-IDX)
                ADD CTA-VARIANZA-ACUM TO WS-MON-DIR-VARIANZA(WS-MON-IDX)
            END-IF.
            IF WS-CTA-CNT < 2000
                ADD 1 TO WS-CTA-CNT
                MOVE CTA-ID TO WS-CTA-ID(WS-CTA-CNT)
                MOVE CTA-PADRE TO WS-CTA-PADRE(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-PADRE-IDX(WS-CTA-CNT)
                MOVE CTA-DEPTO TO WS-CTA-DEPTO(WS-CTA-CNT)
                MOVE CTA-MONEDA TO WS-CTA-MONEDA(WS-CTA-CNT)
                MOVE CTA-ESTADO TO WS-CTA-ESTADO(WS-CTA-CNT)
                MOVE CTA-SALDO TO WS-CTA-SALDO(WS-CTA-CNT)
                MOVE CTA-VARIANZA-ACUM TO WS-CTA-VARIANZA(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-LIMITE(WS-CTA-CNT)
                IF CTA-LIM-GRUPO NUMERIC
                    MOVE CTA-LIM-GRUPO TO WS-CTA-LIMITE(WS-CTA-CNT)
                END-IF
                MOVE 0 TO WS-CTA-CONS-SALDO(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-CONS-VARIANZA(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-CONS-CNT(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-NIVEL(WS-CTA-CNT)
                MOVE 0 TO WS-CTA-HIJOS(WS-CTA-CNT)
                MOVE SPACE TO WS-CTA-ENLACE(WS-CTA-CNT)
            ELSE
                ADD 1 TO WS-CTA-OMITIDAS
            END-IF.

       BUSCA-MONEDA.
      *Indice de WS-MON-BUSCA en la tabla de monedas; una moneda
      *nueva se agrega. Pasadas las 50 queda en cero.
            MOVE 0 TO WS-MON-IDX.
            MOVE 0 TO WS-IDX-J.
            PERFORM UNTIL WS-IDX-J >= WS-MON-CNT
                ADD 1 TO WS-IDX-J
                IF WS-MON-MONEDA(WS-IDX-J) = WS-MON-BUSCA
                    MOVE WS-IDX-J TO WS-MON-IDX
                    MOVE WS-MON-CNT TO WS-IDX-J
                END-IF
            END-PERFORM.
            IF WS-MON-IDX = 0
                IF WS-MON-CNT < 50
                    ADD 1 TO WS-MON-CNT
                    MOVE WS-MON-CNT TO WS-MON-IDX
                    MOVE WS-MON-BUSCA TO WS-MON-MONEDA(WS-MON-IDX)
                    MOVE 0 TO WS-MON-CNT-CTAS(WS-MON-IDX)
                    MOVE 0 TO WS-MON-DIR-SALDO(WS-MON-IDX)
                    MOVE 0 TO WS-MON-DIR-VARIANZA(WS-MON-IDX)
                    MOVE 0 TO WS-MON-JER-SALDO(WS-MON-IDX)
                    MOVE 0 TO WS-MON-JER-VARIANZA(WS-MON-IDX)
                    MOVE 0 TO WS-MON-DEP-SALDO(WS-MON-IDX)
                    MOVE 0 TO WS-MON-DEP-VARIANZA(WS-MON-IDX)
                ELSE
                    SET MON-DESBORDE TO TRUE
                END-IF
            END-IF.

       ENLAZA-CUENTAS.
      *Indice del padre de cada cuenta. Un padre que no esta en el
      *maestro (huerfana) o que lleva otra moneda corta el enlace:
      *la cuenta queda de primer nivel y el motivo en su linea.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-CTA-CNT
                ADD 1 TO WS-IDX
                IF WS-CTA-PADRE(WS-IDX) NOT = SPACES
                    MOVE WS-CTA-PADRE(WS-IDX) TO WS-BUSCA
                    PERFORM BUSCA-CUENTA
                    IF WS-HALLADO = 0
                        MOVE "H" TO WS-CTA-ENLACE(WS-IDX)
                        ADD 1 TO WS-CNT-HUERFANAS
                    ELSE
                        IF WS-CTA-MONEDA(WS-HALLADO)
                                NOT = WS-CTA-MONEDA(WS-IDX)
                            MOVE "M" TO WS-CTA-ENLACE(WS-IDX)
                            ADD 1 TO WS-CNT-OTRA-MONEDA
                        ELSE
                            MOVE WS-HALLADO TO WS-CTA-PADRE-IDX(WS-IDX)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       BUSCA-CUENTA.
      *Indice de WS-BUSCA en la tabla de cuentas, o cero.
            MOVE 0 TO WS-HALLADO.
            MOVE 0 TO WS-IDX-J.
            PERFORM UNTIL WS-IDX-J >= WS-CTA-CNT
                ADD 1 TO WS-IDX-J
                IF WS-CTA-ID(WS-IDX-J) = WS-BUSCA
                    MOVE WS-IDX-J TO WS-HALLADO
                    MOVE WS-CTA-CNT TO WS-IDX-J
                END-IF
            END-PERFORM.

       VERIFICA-CADENAS.
      *Cada cuenta tiene que llegar al primer nivel en 20 pasos o
      *menos. Si no llega, la cuenta donde se agotaron los pasos esta
      *dentro del ciclo (o a mas de 20 niveles): ahi se corta el
      *enlace y se vuelve a probar. Al final queda el nivel de cada
      *cuenta (1 = primer nivel).
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-CTA-CNT
                ADD 1 TO WS-IDX
                MOVE "N" TO WS-CADENA-OK
                PERFORM VERIFICA-CADENA UNTIL CADENA-OK
            END-PERFORM.

       VERIFICA-CADENA.
            MOVE WS-IDX TO WS-NODO.
            MOVE 1 TO WS-NIVEL.
            PERFORM UNTIL WS-CTA-PADRE-IDX(WS-NODO) = 0
                       OR WS-NIVEL > WS-MAX-NIVELES
                MOVE WS-CTA-PADRE-IDX(WS-NODO) TO WS-NODO
                ADD 1 TO WS-NIVEL
            END-PERFORM.
            IF WS-NIVEL > WS-MAX-NIVELES
                MOVE 0 TO WS-CTA-PADRE-IDX(WS-NODO)
                MOVE "C" TO WS-CTA-ENLACE(WS-NODO)
                ADD 1 TO WS-CNT-CORTADAS
            ELSE
                MOVE WS-NIVEL TO WS-CTA-NIVEL(WS-IDX)
                SET CADENA-OK TO TRUE
            END-IF.

       CONSOLIDA-RAMAS.
      *El saldo y la varianza de cada cuenta suben a ella misma y a
      *cada padre hasta el primer nivel: el consolidado de una cuenta
      *es su rama completa.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-CTA-CNT
                ADD 1 TO WS-IDX
                IF WS-CTA-PADRE-IDX(WS-IDX) = 0
                    ADD 1 TO WS-CNT-RAICES
                ELSE
                    ADD 1 TO WS-CNT-CON-PADRE
                    MOVE WS-CTA-PADRE-IDX(WS-IDX) TO WS-NODO
                    ADD 1 TO WS-CTA-HIJOS(WS-NODO)
                END-IF
                MOVE WS-IDX TO WS-NODO
                PERFORM UNTIL WS-NODO = 0
                    ADD WS-CTA-SALDO(WS-IDX)
                        TO WS-CTA-CONS-SALDO(WS-NODO)
                    ADD WS-CTA-VARIANZA(WS-IDX)
                        TO WS-CTA-CONS-VARIANZA(WS-NODO)
                    ADD 1 TO WS-CTA-CONS-CNT(WS-NODO)
                    MOVE WS-CTA-PADRE-IDX(WS-NODO) TO WS-NODO
                END-PERFORM
            END-PERFORM.

       ACUMULA-TOTALES.
      *Gran total de la jerarquia (consolidados de primer nivel) y
      *totales por departamento, ambos por moneda.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-CTA-CNT
                ADD 1 TO WS-IDX
                MOVE WS-CTA-MONEDA(WS-IDX) TO WS-MON-BUSCA
                PERFORM BUSCA-MONEDA
                IF WS-MON-IDX > 0
                    IF WS-CTA-PADRE-IDX(WS-IDX) = 0
                        ADD WS-CTA-CONS-SALDO(WS-IDX)
                            TO WS-MON-JER-SALDO(WS-MON-IDX)
                        ADD WS-CTA-CONS-VARIANZA(WS-IDX)
                            TO WS-MON-JER-VARIANZA(WS-MON-IDX)
                    END-IF
                END-IF
                PERFORM ACUMULA-DEPARTAMENTO
                IF WS-CTA-LIMITE(WS-IDX) > 0
                    ADD 1 TO WS-CNT-GRUPOS-LIM
                    MOVE WS-CTA-CONS-SALDO(WS-IDX) TO WS-ABS-SALDO
                    IF WS-ABS-SALDO < 0
                        COMPUTE WS-ABS-SALDO = 0 - WS-ABS-SALDO
                    END-IF
                    IF WS-ABS-SALDO > WS-CTA-LIMITE(WS-IDX)
                        ADD 1 TO WS-CNT-GRUPOS-EXCEDIDOS
                    END-IF
                END-IF
            END-PERFORM.
      *El total de los departamentos entra al cuadre por moneda.
            MOVE 0 TO WS-DEP-IDX.
            PERFORM UNTIL WS-DEP-IDX >= WS-DEP-CNT
                ADD 1 TO WS-DEP-IDX
                MOVE WS-DEP-MONEDA(WS-DEP-IDX) TO WS-MON-BUSCA
                PERFORM BUSCA-MONEDA
                IF WS-MON-IDX > 0
                    ADD WS-DEP-SALDO(WS-DEP-IDX)
                        TO WS-MON-DEP-SALDO(WS-MON-IDX)
                    ADD WS-DEP-VARIANZA(WS-DEP-IDX)
                        TO WS-MON-DEP-VARIANZA(WS-MON-IDX)
                END-IF
            END-PERFORM.

       ACUMULA-DEPARTAMENTO.
      *La tabla se mantiene en orden de departamento y moneda: una
      *clave nueva se inserta en su lugar corriendo las siguientes.
            MOVE WS-CTA-DEPTO(WS-IDX) TO WS-DEP-BUSCA-DEPTO.
            MOVE WS-CTA-MONEDA(WS-IDX) TO WS-DEP-BUSCA-MONEDA.
            MOVE 0 TO WS-DEP-POS.
            MOVE 0 TO WS-DEP-IDX.
            PERFORM UNTIL WS-DEP-IDX >= WS-DEP-CNT
                ADD 1 TO WS-DEP-IDX
                IF WS-DEP-CLAVE(WS-DEP-IDX) NOT < WS-DEP-BUSCA
                    MOVE WS-DEP-IDX TO WS-DEP-POS
                    MOVE WS-DEP-CNT TO WS-DEP-IDX
                END-IF
            END-PERFORM.
            MOVE "N" TO WS-DEP-NUEVO.
            IF WS-DEP-POS = 0
                COMPUTE WS-DEP-POS = WS-DEP-CNT + 1
                SET DEP-NUEVO TO TRUE
            ELSE
                IF WS-DEP-CLAVE(WS-DEP-POS) NOT = WS-DEP-BUSCA
                    SET DEP-NUEVO TO TRUE
                END-IF
            END-IF.
            IF DEP-NUEVO
                IF WS-DEP-CNT < 200
                    MOVE WS-DEP-CNT TO WS-DEP-IDX
                    PERFORM UNTIL WS-DEP-IDX < WS-DEP-POS
                        MOVE WS-DEP-ENT(WS-DEP-IDX)
                            TO WS-DEP-ENT(WS-DEP-IDX + 1)
                        SUBTRACT 1 FROM WS-DEP-IDX
                    END-PERFORM
                    ADD 1 TO WS-DEP-CNT
                    MOVE WS-DEP-BUSCA TO WS-DEP-CLAVE(WS-DEP-POS)
                    MOVE 0 TO WS-DEP-CNT-CTAS(WS-DEP-POS)
                    MOVE 0 TO WS-DEP-SALDO(WS-DEP-POS)
                    MOVE 0 TO WS-DEP-VARIANZA(WS-DEP-POS)
                ELSE
                    MOVE 0 TO WS-DEP-POS
                    ADD 1 TO WS-DEP-OMITIDAS
                END-IF
            END-IF.
            IF WS-DEP-POS > 0
                ADD 1 TO WS-DEP-CNT-CTAS(WS-DEP-POS)
                ADD WS-CTA-SALDO(WS-IDX) TO WS-DEP-SALDO(WS-DEP-POS)
                ADD WS-CTA-VARIANZA(WS-IDX)
                    TO WS-DEP-VARIANZA(WS-DEP-POS)
            END-IF.

       ESCRIBE-LINEA-REPORTE.
      *Toda linea del reporte pasa por aqui para que el salto de
      *pagina y el encabezado CMN-CABECERA queden en un solo lugar.
            IF WS-LINEAS-PAG >= WS-LINEAS-TOPE
                PERFORM ESCRIBE-ENCABEZADO-PAGINA
            END-IF.
            WRITE CONSOLIDA-LINEA.
            ADD 1 TO WS-LINEAS-PAG.
            MOVE SPACES TO CONSOLIDA-LINEA.

       ESCRIBE-ENCABEZADO-PAGINA.
            ADD 1 TO WS-PAGINA.
      *La linea en transito se preserva mientras se escribe el
      *encabezado de la pagina nueva.
            MOVE CONSOLIDA-LINEA TO WS-LINEA-GUARDADA.
            MOVE SPACES TO CONSOLIDA-LINEA.
            STRING "JOB:" DELIMITED BY SIZE
                CMN-NOMBRE-JOB DELIMITED BY SIZE
                " FECHA:" DELIMITED BY SIZE
                CMN-FECHA-EJECUCION DELIMITED BY SIZE
                " OPER:" DELIMITED BY SIZE
                CMN-OPERADOR-ID DELIMITED BY SIZE
                INTO CONSOLIDA-LINEA.
            MOVE WS-PAGINA TO WS-ED-PAGINA.
            MOVE "PAG." TO CONSOLIDA-LINEA(70:4).
            MOVE WS-ED-PAGINA TO CONSOLIDA-LINEA(75:4).
            WRITE CONSOLIDA-LINEA.
            MOVE SPACES TO CONSOLIDA-LINEA.
            MOVE "SALDOS CONSOLIDADOS POR JERARQUIA Y DEPARTAMENTO - "
                TO CONSOLIDA-LINEA.
            MOVE "FECHA" TO CONSOLIDA-LINEA(52:5).
            MOVE WS-FECHA-RUN TO CONSOLIDA-LINEA(58:8).
            WRITE CONSOLIDA-LINEA.
            MOVE SPACES TO CONSOLIDA-LINEA.
            WRITE CONSOLIDA-LINEA.
            MOVE 3 TO WS-LINEAS-PAG.
            MOVE WS-LINEA-GUARDADA TO CONSOLIDA-LINEA.

       ESCRIBE-SECCION-JERARQUIA.
      *Cada arbol desde su cuenta de primer nivel, en orden de
      *CTA-ID; debajo de cada padre sus hijas y al cerrar la rama el
      *subtotal del padre.
            MOVE "CONSOLIDADO POR JERARQUIA" TO CONSOLIDA-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTA" TO CONSOLIDA-LINEA(1:6).
            MOVE "DEPT" TO CONSOLIDA-LINEA(20:4).
            MOVE "MON" TO CONSOLIDA-LINEA(25:3).
            MOVE "SALDO" TO CONSOLIDA-LINEA(37:5).
            MOVE "VARIANZA" TO CONSOLIDA-LINEA(48:8).
            MOVE "OBSERVACION" TO CONSOLIDA-LINEA(58:11).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-CTA-CNT
                ADD 1 TO WS-IDX
                IF WS-CTA-PADRE-IDX(WS-IDX) = 0
                    PERFORM RECORRE-ARBOL
                END-IF
            END-PERFORM.
            IF WS-CTA-CNT = 0
                MOVE "EL MAESTRO NO TIENE CUENTAS." TO CONSOLIDA-LINEA
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
      *Gran total de la jerarquia por moneda.
            MOVE 0 TO WS-MON-IDX.
            PERFORM UNTIL WS-MON-IDX >= WS-MON-CNT
                ADD 1 TO WS-MON-IDX
                MOVE "TOTAL GENERAL" TO CONSOLIDA-LINEA
                MOVE WS-MON-MONEDA(WS-MON-IDX) TO CONSOLIDA-LINEA(25:3)
                MOVE WS-MON-JER-SALDO(WS-MON-IDX) TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(29:13)
                MOVE WS-MON-JER-VARIANZA(WS-MON-IDX) TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(43:13)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-PERFORM.
            PERFORM ESCRIBE-LINEA-REPORTE.

       RECORRE-ARBOL.
      *Preorden con pila: la cuenta se lista al entrar y su subtotal
      *al salir, cuando ya no le quedan hijas por listar.
            MOVE 1 TO WS-TOPE.
            MOVE WS-IDX TO WS-PILA-NODO(1).
            MOVE 0 TO WS-PILA-POS(1).
            MOVE WS-IDX TO WS-NODO.
            PERFORM ESCRIBE-LINEA-CUENTA.
            PERFORM UNTIL WS-TOPE = 0
                PERFORM BUSCA-SIGUIENTE-HIJO
                IF WS-HIJO > 0 AND WS-TOPE < 20
                    MOVE WS-HIJO TO WS-PILA-POS(WS-TOPE)
                    ADD 1 TO WS-TOPE
                    MOVE WS-HIJO TO WS-PILA-NODO(WS-TOPE)
                    MOVE 0 TO WS-PILA-POS(WS-TOPE)
                    MOVE WS-HIJO TO WS-NODO
                    PERFORM ESCRIBE-LINEA-CUENTA
                ELSE
                    MOVE WS-PILA-NODO(WS-TOPE) TO WS-NODO
                    PERFORM CIERRA-RAMA
                    SUBTRACT 1 FROM WS-TOPE
                END-IF
            END-PERFORM.
            PERFORM ESCRIBE-LINEA-REPORTE.

       BUSCA-SIGUIENTE-HIJO.
      *Siguiente hija del nodo en el tope de la pila, a partir de la
      *ultima ya listada; cero si no quedan.
            MOVE 0 TO WS-HIJO.
            MOVE WS-PILA-POS(WS-TOPE) TO WS-IDX-J.
            PERFORM UNTIL WS-IDX-J >= WS-CTA-CNT OR WS-HIJO > 0
                ADD 1 TO WS-IDX-J
                IF WS-CTA-PADRE-IDX(WS-IDX-J) = WS-PILA-NODO(WS-TOPE)
                    MOVE WS-IDX-J TO WS-HIJO
                END-IF
            END-PERFORM.

       ESCRIBE-LINEA-CUENTA.
      *Cuenta WS-NODO sangrada por nivel (hasta el sexto) con su
      *saldo y varianza propios.
            COMPUTE WS-SANGRIA = (WS-CTA-NIVEL(WS-NODO) - 1) * 2.
            IF WS-SANGRIA > 10
                MOVE 10 TO WS-SANGRIA
            END-IF.
            MOVE WS-CTA-ID(WS-NODO)
                TO CONSOLIDA-LINEA(WS-SANGRIA + 1:8).
            MOVE WS-CTA-DEPTO(WS-NODO) TO CONSOLIDA-LINEA(20:4).
            MOVE WS-CTA-MONEDA(WS-NODO) TO CONSOLIDA-LINEA(25:3).
            MOVE WS-CTA-SALDO(WS-NODO) TO WS-ED-IMPORTE.
            MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(29:13).
            MOVE WS-CTA-VARIANZA(WS-NODO) TO WS-ED-IMPORTE.
            MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(43:13).
            EVALUATE WS-CTA-ENLACE(WS-NODO)
                WHEN "H"
                    MOVE "** SIN PADRE" TO CONSOLIDA-LINEA(58:12)
                    MOVE WS-CTA-PADRE(WS-NODO) TO CONSOLIDA-LINEA(71:8)
                WHEN "M"
                    MOVE "** OTRA MONEDA" TO CONSOLIDA-LINEA(58:14)
                    MOVE WS-CTA-PADRE(WS-NODO) TO CONSOLIDA-LINEA(73:8)
                WHEN "C"
                    MOVE "** CICLO/NIVELES" TO CONSOLIDA-LINEA(58:16)
                WHEN OTHER
                    IF WS-CTA-ESTADO(WS-NODO) = "I"
                        MOVE "INACTIVA" TO CONSOLIDA-LINEA(58:8)
                    END-IF
            END-EVALUATE.
            PERFORM ESCRIBE-LINEA-REPORTE.

       CIERRA-RAMA.
      *Subtotal de un padre (su rama completa) y, si tiene limite de
      *grupo, el uso del limite.
            COMPUTE WS-SANGRIA = (WS-CTA-NIVEL(WS-NODO) - 1) * 2.
            IF WS-SANGRIA > 10
                MOVE 10 TO WS-SANGRIA
            END-IF.
            IF WS-CTA-HIJOS(WS-NODO) > 0
                MOVE "TOTAL" TO CONSOLIDA-LINEA(WS-SANGRIA + 1:5)
                MOVE WS-CTA-ID(WS-NODO)
                    TO CONSOLIDA-LINEA(WS-SANGRIA + 7:8)
                MOVE WS-CTA-MONEDA(WS-NODO) TO CONSOLIDA-LINEA(25:3)
                MOVE WS-CTA-CONS-SALDO(WS-NODO) TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(29:13)
                MOVE WS-CTA-CONS-VARIANZA(WS-NODO) TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(43:13)
                MOVE WS-CTA-CONS-CNT(WS-NODO) TO WS-ED-REGS
                MOVE WS-ED-REGS TO CONSOLIDA-LINEA(58:6)
                MOVE "CUENTAS" TO CONSOLIDA-LINEA(65:7)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            IF WS-CTA-LIMITE(WS-NODO) > 0
                MOVE "LIMITE DE GRUPO"
                    TO CONSOLIDA-LINEA(WS-SANGRIA + 3:15)
                MOVE WS-CTA-LIMITE(WS-NODO) TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(29:13)
                MOVE WS-CTA-CONS-SALDO(WS-NODO) TO WS-ABS-SALDO
                IF WS-ABS-SALDO < 0
                    COMPUTE WS-ABS-SALDO = 0 - WS-ABS-SALDO
                END-IF
                COMPUTE WS-PORCENTAJE =
                    (WS-ABS-SALDO * 100) / WS-CTA-LIMITE(WS-NODO)
                    ON SIZE ERROR
                        MOVE 99999 TO WS-PORCENTAJE
                END-COMPUTE
                MOVE "USO" TO CONSOLIDA-LINEA(43:3)
                MOVE WS-PORCENTAJE TO WS-ED-PORCENTAJE
                MOVE WS-ED-PORCENTAJE TO CONSOLIDA-LINEA(47:5)
                MOVE "%" TO CONSOLIDA-LINEA(52:1)
                IF WS-ABS-SALDO > WS-CTA-LIMITE(WS-NODO)
                    MOVE "** EXCEDIDO **" TO CONSOLIDA-LINEA(58:14)
                END-IF
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.

       ESCRIBE-SECCION-DEPARTAMENTOS.
      *Cuentas de cada departamento por moneda, de cualquier arbol;
      *un departamento en blanco agrupa las cuentas sin asignar.
            MOVE 99 TO WS-LINEAS-PAG.
            MOVE "CONSOLIDADO POR DEPARTAMENTO" TO CONSOLIDA-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "DEPT" TO CONSOLIDA-LINEA(1:4).
            MOVE "MON" TO CONSOLIDA-LINEA(25:3).
            MOVE "SALDO" TO CONSOLIDA-LINEA(37:5).
            MOVE "VARIANZA" TO CONSOLIDA-LINEA(48:8).
            MOVE "CUENTAS" TO CONSOLIDA-LINEA(58:7).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-DEP-IDX.
            PERFORM UNTIL WS-DEP-IDX >= WS-DEP-CNT
                ADD 1 TO WS-DEP-IDX
                IF WS-DEP-DEPTO(WS-DEP-IDX) = SPACES
                    MOVE "(SIN DEPARTAMENTO)" TO CONSOLIDA-LINEA(1:18)
                ELSE
                    MOVE WS-DEP-DEPTO(WS-DEP-IDX)
                        TO CONSOLIDA-LINEA(1:4)
                END-IF
                MOVE WS-DEP-MONEDA(WS-DEP-IDX) TO CONSOLIDA-LINEA(25:3)
                MOVE WS-DEP-SALDO(WS-DEP-IDX) TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(29:13)
                MOVE WS-DEP-VARIANZA(WS-DEP-IDX) TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(43:13)
                MOVE WS-DEP-CNT-CTAS(WS-DEP-IDX) TO WS-ED-REGS
                MOVE WS-ED-REGS TO CONSOLIDA-LINEA(58:6)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-PERFORM.
            IF WS-DEP-OMITIDAS > 0
                MOVE "** MAS DE 200 DEPARTAMENTOS: CUENTAS FUERA:"
                    TO CONSOLIDA-LINEA
                MOVE WS-DEP-OMITIDAS TO WS-ED-REGS
                MOVE WS-ED-REGS TO CONSOLIDA-LINEA(45:6)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-MON-IDX.
            PERFORM UNTIL WS-MON-IDX >= WS-MON-CNT
                ADD 1 TO WS-MON-IDX
                MOVE "TOTAL GENERAL" TO CONSOLIDA-LINEA
                MOVE WS-MON-MONEDA(WS-MON-IDX) TO CONSOLIDA-LINEA(25:3)
                MOVE WS-MON-DEP-SALDO(WS-MON-IDX) TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(29:13)
                MOVE WS-MON-DEP-VARIANZA(WS-MON-IDX) TO WS-ED-IMPORTE
                MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(43:13)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-PERFORM.

       ESCRIBE-TOTALES.
      *Pagina propia para el cuadre: por moneda, la suma directa de
      *todas las cuentas leidas contra el gran total de la jerarquia
      *y el de los departamentos.
            MOVE 99 TO WS-LINEAS-PAG.
            MOVE "CUADRE DEL CONSOLIDADO CONTRA EL MAESTRO"
                TO CONSOLIDA-LINEA.
            PERFORM ESCRIBE-LINEA-REPORTE.
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE 0 TO WS-MON-IDX.
            PERFORM UNTIL WS-MON-IDX >= WS-MON-CNT
                ADD 1 TO WS-MON-IDX
                PERFORM ESCRIBE-CUADRE-MONEDA
            END-PERFORM.
            IF MON-DESBORDE
                MOVE "** MAS DE 50 MONEDAS: EL CUADRE ESTA INCOMPLETO."
                    TO CONSOLIDA-LINEA
                PERFORM ESCRIBE-LINEA-REPORTE
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            MOVE "CUENTAS LEIDAS DEL MAESTRO" TO CONSOLIDA-LINEA(3:26).
            MOVE WS-CNT-LEIDAS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONSOLIDA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF WS-CTA-OMITIDAS > 0
                MOVE "** FUERA DEL CONSOLIDADO (MAS DE 2000)"
                    TO CONSOLIDA-LINEA(3:38)
                MOVE WS-CTA-OMITIDAS TO WS-ED-REGS
                MOVE WS-ED-REGS TO CONSOLIDA-LINEA(55:6)
                PERFORM ESCRIBE-LINEA-REPORTE
            END-IF.
            MOVE "CUENTAS DE PRIMER NIVEL" TO CONSOLIDA-LINEA(3:23).
            MOVE WS-CNT-RAICES TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONSOLIDA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTAS CON PADRE" TO CONSOLIDA-LINEA(3:17).
            MOVE WS-CNT-CON-PADRE TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONSOLIDA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "ENLACES CORTADOS: PADRE QUE NO EXISTE"
                TO CONSOLIDA-LINEA(3:37).
            MOVE WS-CNT-HUERFANAS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONSOLIDA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "ENLACES CORTADOS: PADRE EN OTRA MONEDA"
                TO CONSOLIDA-LINEA(3:38).
            MOVE WS-CNT-OTRA-MONEDA TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONSOLIDA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "ENLACES CORTADOS: CICLO O MAS DE 20 NIVELES"
                TO CONSOLIDA-LINEA(3:43).
            MOVE WS-CNT-CORTADAS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONSOLIDA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "CUENTAS CON LIMITE DE GRUPO" TO CONSOLIDA-LINEA(3:27).
            MOVE WS-CNT-GRUPOS-LIM TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONSOLIDA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "  DE ELLAS POR ENCIMA DEL LIMITE"
                TO CONSOLIDA-LINEA(3:32).
            MOVE WS-CNT-GRUPOS-EXCEDIDOS TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONSOLIDA-LINEA(55:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF WS-CNT-NO-CUADRA = 0
             AND WS-CTA-OMITIDAS = 0
             AND NOT MON-DESBORDE
             AND WS-DEP-OMITIDAS = 0
                MOVE "RESULTADO: EL CONSOLIDADO CUADRA CON EL MAESTRO."
                    TO CONSOLIDA-LINEA
            ELSE
                MOVE "RESULTADO: ** EL CONSOLIDADO NO CUADRA CON EL "
                    TO CONSOLIDA-LINEA
                MOVE "MAESTRO **" TO CONSOLIDA-LINEA(47:10)
            END-IF.
            PERFORM ESCRIBE-LINEA-REPORTE.

       ESCRIBE-CUADRE-MONEDA.
            MOVE "MONEDA" TO CONSOLIDA-LINEA(1:6).
            IF WS-MON-MONEDA(WS-MON-IDX) = SPACES
                MOVE "(BASE)" TO CONSOLIDA-LINEA(8:6)
            ELSE
                MOVE WS-MON-MONEDA(WS-MON-IDX) TO CONSOLIDA-LINEA(8:3)
            END-IF.
            MOVE "SALDO" TO CONSOLIDA-LINEA(37:5).
            MOVE "VARIANZA" TO CONSOLIDA-LINEA(48:8).
            MOVE "CUENTAS" TO CONSOLIDA-LINEA(58:7).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "SUMA DE TODAS LAS CUENTAS" TO CONSOLIDA-LINEA(3:25).
            MOVE WS-MON-DIR-SALDO(WS-MON-IDX) TO WS-ED-IMPORTE.
            MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(29:13).
            MOVE WS-MON-DIR-VARIANZA(WS-MON-IDX) TO WS-ED-IMPORTE.
            MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(43:13).
            MOVE WS-MON-CNT-CTAS(WS-MON-IDX) TO WS-ED-REGS.
            MOVE WS-ED-REGS TO CONSOLIDA-LINEA(58:6).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "GRAN TOTAL JERARQUIA" TO CONSOLIDA-LINEA(3:20).
            MOVE WS-MON-JER-SALDO(WS-MON-IDX) TO WS-ED-IMPORTE.
            MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(29:13).
            MOVE WS-MON-JER-VARIANZA(WS-MON-IDX) TO WS-ED-IMPORTE.
            MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(43:13).
            PERFORM ESCRIBE-LINEA-REPORTE.
            MOVE "GRAN TOTAL DEPARTAMENTOS" TO CONSOLIDA-LINEA(3:24).
            MOVE WS-MON-DEP-SALDO(WS-MON-IDX) TO WS-ED-IMPORTE.
            MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(29:13).
            MOVE WS-MON-DEP-VARIANZA(WS-MON-IDX) TO WS-ED-IMPORTE.
            MOVE WS-ED-IMPORTE TO CONSOLIDA-LINEA(43:13).
            PERFORM ESCRIBE-LINEA-REPORTE.
            IF WS-MON-JER-SALDO(WS-MON-IDX)
                    = WS-MON-DIR-SALDO(WS-MON-IDX)
             AND WS-MON-JER-VARIANZA(WS-MON-IDX)
                    = WS-MON-DIR-VARIANZA(WS-MON-IDX)
             AND WS-MON-DEP-SALDO(WS-MON-IDX)
                    = WS-MON-DIR-SALDO(WS-MON-IDX)
             AND WS-MON-DEP-VARIANZA(WS-MON-IDX)
                    = WS-MON-DIR-VARIANZA(WS-MON-IDX)
                MOVE "CUADRA" TO CONSOLIDA-LINEA(3:6)
            ELSE
                MOVE "** NO CUADRA **" TO CONSOLIDA-LINEA(3:15)
                ADD 1 TO WS-CNT-NO-CUADRA
            END-IF.
            PERFORM ESCRIBE-LINEA-REPORTE.
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
       END PROGRAM CONSOLIDA-CUENTAS.
