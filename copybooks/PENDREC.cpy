      * history behind the APROREP.DAT report. The nightly suite
      * keeps running on the last approved values until approval
      * happens.
      * PEND-TIPO: "P" parameter card / "O" operator master / "S"
      * suite step table (SUITEPAS.DAT, from MANTENIMIENTO-PASOS) /
      * "C" account inactivation proposed by REVISA-CUENTAS for an
      * active account with no postings in the review window.
      * PEND-ESTADO: "P" pending / "A" approved / "R" rejected.
      * PEND-DATOS carries the change payload: for "P" the full new
      * PARM-REC image; for "O" the action view below
      * (PEND-OP-ACCION: "A" add / "S" suspend / "R" reinstate /
      * "N" change level); for "S" the step view below carrying the
      * complete new entry (PEND-PS-ACCION: "A" add / "C" change /
      * "B" remove); for "C" the account view below (PEND-CT-ACCION
      * "I" inactivate, with the last posting date and the balance
      * the account had when it was proposed, so an account that
      * posted again before approval is not inactivated).
      ******************************************************************
       01  PEND-REG.
           05  PEND-TIPO               PIC X.
               10  FILLER              PIC X.
               10  PEND-OP-NIVEL       PIC 9.
               10  FILLER              PIC X(28).
           05  PEND-DATOS-PASO REDEFINES PEND-DATOS.
               10  PEND-PS-ACCION      PIC X.
               10  FILLER              PIC X.
               10  PEND-PS-ORDEN       PIC 9(3).
               10  PEND-PS-PROGRAMA    PIC X(30).
               10  PEND-PS-HABILITADO  PIC X.
               10  PEND-PS-CRITICO     PIC X.
               10  PEND-PS-RC-MAX      PIC 9(2).
               10  FILLER              PIC X.
           05  PEND-DATOS-CUENTA REDEFINES PEND-DATOS.
               10  PEND-CT-ACCION      PIC X.
               10  FILLER              PIC X.
               10  PEND-CT-CUENTA      PIC X(8).
               10  FILLER              PIC X.
               10  PEND-CT-ULTIMO      PIC X(8).
               10  FILLER              PIC X.
               10  PEND-CT-SALDO       PIC S9(10)
                                        SIGN IS TRAILING SEPARATE.
               10  FILLER              PIC X(9).
