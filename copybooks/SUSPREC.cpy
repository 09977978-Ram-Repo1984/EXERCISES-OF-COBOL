      *   DIV00 - division operation with NUM2 zero
      *   LIMTR - amount over the account's single-transaction limit
      *   LIMSA - posting would breach the account's balance limit
      *   LIMGR - posting would breach the group limit of the
      *           account or of a parent it hangs from (CUENTAS.cpy)
      *   TRINV - transfer without a source or destination account,
      *           to itself, for an amount not above zero, or
      *           between accounts kept in different currencies
      *   DUPLI - same account, NUM1, NUM2 and operation (and
      *           destination, for a transfer) as an item posted
      *           within the last PARM-DIAS-DUPLI days (HUELLA.cpy)
      *   SINTC - amount in a currency other than the account's
      *           and no rate in TIPCAMB.DAT for one of the two
      *           currencies on the business date (TIPCAMB.cpy)
      * A rejected transfer is ONE suspense item: its image carries
      * both accounts, and NOCTA/CTAIN/LIMTR/LIMSA/LIMGR may come
      * from either leg (the audit line's AUDIT-PATA-TRANSF says
      * which).
      * Aging fields: SUSP-FECHA-ALTA is the date the record FIRST
      * rejected (preserved across resubmission cycles) and
      * SUSP-CICLOS counts the resubmission attempts, so a reject
      * spaces; every reader guards with a NUMERIC/blank test and
      * treats them as first seen today, the same tolerance the
      * CTLPARM.DAT readers give an older, shorter card.
      * SUSP-LIBERADO "L": data entry has confirmed the item is a
      * real repeat, not a resend; its next resubmission skips the
      * duplicate check. Blank on every other record.
      * SUSP-ESTADO, set by data entry (CORRIGE-SUSPENSO and its
      * batch twin CORRIGE-SUSPENSO-LOTE):
      *   blank - pending, resubmitted every night (the default)
      *   "R"   - held: carried forward untouched and NOT resubmitted
      *           until data entry lifts the hold
      *   "A"   - voided: the next posting run pulls it out of the
      *           queue to the voided-items file (ANULREC.cpy) instead
      *           of resubmitting it
      * SUSP-MOTIVO-ANULA / SUSP-OPER-ANULA: the void reason and the
      * operator who voided the item; blank unless SUSP-ESTADO "A".
      ******************************************************************
       01  SUSP-REC.
           05  SUSP-MOTIVO             PIC X(5).
           05  SUSP-FECHA-ALTA         PIC X(8).
           05  FILLER                  PIC X.
           05  SUSP-CICLOS             PIC 9(3).
           05  FILLER                  PIC X.
           05  SUSP-LIBERADO           PIC X.
           05  FILLER                  PIC X.
           05  SUSP-ESTADO             PIC X.
           05  FILLER                  PIC X.
           05  SUSP-MOTIVO-ANULA       PIC X(20).
           05  FILLER                  PIC X.
           05  SUSP-OPER-ANULA         PIC X(8).
