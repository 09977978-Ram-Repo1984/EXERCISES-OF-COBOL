      * one is rejected, the step rewrites TRANSIN.DAT as an empty
      * controlled batch (header plus zero-count trailer) so a stale
      * batch cannot be posted by mistake, and ends RETURN-CODE 1.
      * A fourth source, TRANSIN4.DAT, is written by the
      * GENERA-PERMANENTES step with the standing orders that came
      * due (HDR-ORIGEN "PERMANEN"); it is validated, combined and
      * cleaned up exactly like the departments' files, except that
      * it joins the lot under the departments' date when they sent
      * the previous business day's files (it is stamped with
      * tonight's business date, and what came due is due either
      * way).
      * Record layouts come from copybooks/TRANSIN.cpy, shared with
      * the rest of the batch pipeline.
      * Uses GOBACK instead of STOP RUN so it can run standalone or
       COPY TRANSIN.

       FD  TRANSACCIONES-OUT.
       01  COMBINADO-REC               PIC X(40).

       FD  REPORTE-COLECTA.
       01  COLECTA-LINEA               PIC X(80).
      *"A" acepta, "R" rechaza con motivo, espacio = ausente.
       01  WS-FTE-IDX                  PIC 9 VALUE 0.
       01  WS-TABLA-FUENTES.
           05  WS-FTE-ENT OCCURS 4.
               10  WS-FTE-NOMBRE       PIC X(12).
               10  WS-FTE-VEREDICTO    PIC X.
               10  WS-FTE-ORIGEN       PIC X(8).
            MOVE "TRANSIN1.DAT" TO WS-FTE-NOMBRE(1).
            MOVE "TRANSIN2.DAT" TO WS-FTE-NOMBRE(2).
            MOVE "TRANSIN3.DAT" TO WS-FTE-NOMBRE(3).
      *Cuarta fuente: los vencimientos de las ordenes permanentes que
      *genera GENERA-PERMANENTES.
            MOVE "TRANSIN4.DAT" TO WS-FTE-NOMBRE(4).
            MOVE 0 TO WS-FTE-IDX.
            PERFORM VALIDA-UNA-FUENTE
                UNTIL WS-FTE-IDX >= 4.
            IF WS-CNT-PRESENTES = 0
      *Sin archivos fuente no hay nada que colectar: TRANSIN.DAT
      *queda como este (flujo viejo de archivo unico ya combinado).
                        TO WS-FTE-MOTIVO(WS-FTE-IDX)
                WHEN WS-FECHA-LOTE NOT = SPACES
                 AND WS-HDR-FECHA NOT = WS-FECHA-LOTE
                 AND NOT (WS-FTE-IDX = 4
                      AND WS-FTE-ORIGEN(WS-FTE-IDX) = "PERMANEN")
      *El lote combinado es de UNA fecha: una fuente valida pero de
      *otro dia habil rebota sola en vez de mezclar dos fechas. Los
      *vencimientos de ordenes permanentes no son de un dia habil
      *sino de lo que vencio hasta esta noche: entran al lote con la
      *fecha de los departamentos.
                    MOVE "R" TO WS-FTE-VEREDICTO(WS-FTE-IDX)
                    MOVE "FECHA DISTINTA A LA DEL LOTE"
                        TO WS-FTE-MOTIVO(WS-FTE-IDX)
            WRITE COMBINADO-REC.
            MOVE 0 TO WS-FTE-IDX.
            PERFORM COPIA-UNA-FUENTE
                UNTIL WS-FTE-IDX >= 4.
            MOVE SPACES TO TRANS-TRL-IN.
            MOVE "T" TO TRL-TIPO.
            MOVE WS-CNT-COMBINADO TO TRL-CONTADOR.
       ESCRIBE-VEREDICTOS.
            MOVE 0 TO WS-FTE-IDX.
            PERFORM ESCRIBE-UN-VEREDICTO
                UNTIL WS-FTE-IDX >= 4.
            MOVE SPACES TO COLECTA-LINEA.
            WRITE COLECTA-LINEA.
            MOVE SPACES TO COLECTA-LINEA.
