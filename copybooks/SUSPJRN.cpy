      ******************************************************************
      * Record layout for SUSPJRN.DAT, the append-forever correction
      * journal of the suspense file: CORRIGE-SUSPENSO (menu) and
      * CORRIGE-SUSPENSO-LOTE (batch correction file) write one line
      * per action applied to a SUSPENSE.DAT item, with the operator
      * who took it and the whole SUSP-REC image before and after.
      * SJR-ORIGEN: "M" menu / "L" batch file.
      * SJR-ACCION: "C" correct amounts, account or operation code,
      *             "A" void, "R" hold, "Q" lift hold,
      *             "L" release a DUPLI item as a real repeat.
      * The images are sized with room to spare so a longer SUSP-REC
      * does not change this layout.
      ******************************************************************
       01  SUSPJRN-REG.
           05  SJR-TIMESTAMP           PIC X(26).
           05  FILLER                  PIC X     VALUE SPACE.
           05  SJR-OPERADOR            PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  SJR-ORIGEN              PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SJR-ACCION              PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SJR-ANTES               PIC X(100).
           05  FILLER                  PIC X     VALUE SPACE.
           05  SJR-DESPUES             PIC X(100).
