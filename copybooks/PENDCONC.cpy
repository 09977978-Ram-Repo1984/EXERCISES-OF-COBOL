      ******************************************************************
      * Record layout for PENDCONC.DAT, the open items CONCILIA-EXTERNA
      * carries from one night's match to the next until they clear:
      * PCN-TIPO "N" is one of our posted items the counterparty has
      * not confirmed yet, "E" one of their confirmed items we did not
      * post. An item in an amount mismatch is carried on its own side
      * too, since it has not cleared either.
      * PCN-FECHA is the business date the item entered the match and
      * PCN-NOCHES the number of nightly matches it has stayed open,
      * the age shown on the report. PCN-REFERENCIA is the transfer
      * reference and leg of our item, or the sender's reference of
      * theirs.
      * The first record is a control record (PCN-TIPO "C") with the
      * business date of the run that wrote the file and its item
      * count; a rerun of the same date finds its own date there and
      * starts again from the copy of the previous night's file kept
      * in PENDCONC.ANT, so no item is carried or aged twice.
      ******************************************************************
       01  PENDCONC-REG.
           05  PCN-TIPO                PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  PCN-FECHA               PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PCN-CUENTA              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PCN-OPERACION           PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  PCN-IMPORTE             PIC S9(10)
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  PCN-REFERENCIA          PIC X(16).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PCN-NOCHES              PIC 9(4).
       01  PENDCONC-CTL-REG.
           05  PCNC-TIPO               PIC X.
           05  FILLER                  PIC X.
           05  PCNC-FECHA-CORRIDA      PIC X(8).
           05  FILLER                  PIC X.
           05  PCNC-CONTADOR           PIC 9(6).
