      ******************************************************************
      * Record layout for ANULADOS.DAT, the voided-items file: a
      * suspense record data entry voided (SUSP-ESTADO "A") is pulled
      * out of the queue here by OPERACIONES-BASICAS on its next run
      * instead of being resubmitted. Append-forever, like
      * ESCALADO.DAT; the original reason code, record image,
      * first-rejection date and cycle count travel intact, together
      * with the void reason and the operator who voided it, so the
      * item can still be traced (the before/after images of the
      * void itself are in SUSPJRN.DAT).
      * Shared with CUADRE-NOCTURNO, which counts the items voided on
      * the run date into its suspense roll (a voided item left the
      * queue without being resubmitted), and with REPORTE-SUSPENSO.
      ******************************************************************
       01  ANUL-REG.
           05  ANU-FECHA-ANULADO       PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ANU-MOTIVO              PIC X(5).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ANU-FECHA-ALTA          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ANU-CICLOS              PIC 9(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ANU-DATOS               PIC X(40).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ANU-MOTIVO-ANULA        PIC X(20).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ANU-OPERADOR            PIC X(8).
