      *   PARM-CICLOS-SUSP resubmission cycles a suspense record may
      *                    ride before OPERACIONES-BASICAS escalates
      *                    it to ESCALADO.DAT (default 5)
      *   PARM-DIAS-DUPLI  days of posted-transaction fingerprints
      *                    OPERACIONES-BASICAS keeps in HUELLAS.DAT
      *                    to reject a resent item as DUPLI
      *                    (default 7)
      *   PARM-PCT-DEMORA  percentage over its rolling average above
      *                    which REPORTE-VENTANA flags a step or a
      *                    whole run as running long (default 50)
      *   PARM-HORA-META   target end of the batch window, HHMM on
      *                    a 24-hour clock; REPORTE-VENTANA measures
      *                    each night and the projection against it
      *                    (default 0600)
      ******************************************************************
       01  PARM-REC.
           05  PARM-UMBRAL             PIC 9(4).
           05  PARM-PCT-SWING          PIC 9(3).
           05  FILLER                  PIC X.
           05  PARM-CICLOS-SUSP        PIC 9(3).
           05  FILLER                  PIC X.
           05  PARM-DIAS-DUPLI         PIC 9(3).
           05  FILLER                  PIC X.
           05  PARM-PCT-DEMORA         PIC 9(3).
           05  FILLER                  PIC X.
           05  PARM-HORA-META          PIC 9(4).
