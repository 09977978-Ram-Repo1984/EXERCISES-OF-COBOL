      * RH-SUITE-TS is the suite's own start timestamp, so all the
      * step records of one run share it and CONSULTA-HISTORIAL can
      * group them back into runs for the 6 AM check.
      * RH-RESULTADO is the suite's verdict on the RETURN-CODE against
      * the step's SUITEPAS.DAT entry: "O" success / "A" warning
      * (above zero, within the step's maximum) / "N" failure of a
      * non-critical step (the suite went on) / "F" failure. Records
      * written before the step table existed leave it blank.
      ******************************************************************
       01  RUNHIST-REC.
           05  RH-FECHA                PIC X(8).
           05  RH-RC                   PIC 9(4).
           05  FILLER                  PIC X.
           05  RH-CONTADOR             PIC 9(6).
           05  FILLER                  PIC X.
           05  RH-RESULTADO            PIC X.
