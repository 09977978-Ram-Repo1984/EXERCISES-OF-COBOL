      ******************************************************************
      * Record layout for HUELLAS.DAT, the rolling history of posted
      * transaction fingerprints OPERACIONES-BASICAS uses to stop a
      * resent file (or the same item arriving from two sources in
      * COLECTOR-ENTRADAS) from posting twice. One record per posted
      * transaction: account, NUM1, NUM2, operation code and the
      * business date it posted under. A transfer also carries its
      * destination account, so the same amount to a different
      * account is not a repeat.
      * HUE-ESTADO: "P" posted / "V" reversal. A reversal record
      * carries the ORIGINAL operation in HUE-OPERACION (blank is
      * written as "S") and cancels one posted fingerprint with the
      * same account, amounts and operation, so the corrected item
      * can be sent again without being flagged; a reversal is never
      * compared against its original.
      * The file is pruned at start of run to PARM-DIAS-DUPLI days
      * (CTLPARM.DAT) and appended as the run posts.
      ******************************************************************
       01  HUELLA-REG.
           05  HUE-FECHA               PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  HUE-CUENTA              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  HUE-NUM1                PIC S9(4)
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HUE-NUM2                PIC S9(4)
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HUE-OPERACION           PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  HUE-CTA-DESTINO         PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  HUE-ESTADO              PIC X.
