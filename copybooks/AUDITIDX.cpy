      ******************************************************************
      * Control-record layout for the monthly audit archives
      * (AUDITLOG.Gaaaamm, one per closed month of AUDITLOG.DAT,
      * written by ARCHIVA-AUDITORIA) and for AUDITIDX.DAT, the period
      * index the audit readers use to pick which archives to open.
      * Each archive holds the month's audit lines in their original
      * order and then its control records: one "S" per account with
      * the closing balances as of the end of that month (cumulative
      * since the account was opened, the figures VERIFICA-CUENTAS
      * would rebuild from the whole trail), and the "P" record last
      * with the archive's own line count and RESULTADO hash. The
      * index is those same control records, appended period by
      * period once the archive has replaced its lines in the live
      * log; the "P" goes in after its "S" records, so a period only
      * counts once its "P" is there.
      * AIDX-MARCA tells a control record apart from an audit line
      * (an audit line starts with the signed NUM1), so readers going
      * through an archive skip it.
      *   P  AIDX-ARCHIVO      archive generation name
      *      AIDX-DESDE/HASTA  first and last business date in it
      *      AIDX-LINEAS       audit lines in the archive
      *      AIDX-HASH         sum of AUDIT-RESULTADO of those lines
      *      AIDX-CUENTAS      "S" records that precede it
      *      AIDX-TRF-...      transfer-pair proof, cumulative since
      *                        the first archive (pairs, debit and
      *                        credit totals, orphan/non-netting legs)
      *      AIDX-FECHA-ARCH   date the month was archived
      *   S  AIDX-CUENTA       account
      *      AIDX-SALDO        CTA-SALDO expected at month end
      *      AIDX-VARIANZA     CTA-VARIANZA-ACUM expected at month end
      *      AIDX-LINEAS-CTA   posted lines of the account so far
      ******************************************************************
       01  AUDIDX-REC.
           05  AIDX-MARCA              PIC X(4)  VALUE "CTL*".
               88  AIDX-ES-CONTROL     VALUE "CTL*".
           05  FILLER                  PIC X     VALUE SPACE.
           05  AIDX-TIPO               PIC X.
               88  AIDX-ES-PERIODO     VALUE "P".
               88  AIDX-ES-SALDO       VALUE "S".
           05  FILLER                  PIC X     VALUE SPACE.
           05  AIDX-PERIODO            PIC 9(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  AIDX-DATOS              PIC X(130).
           05  AIDX-DATOS-PERIODO REDEFINES AIDX-DATOS.
               10  AIDX-ARCHIVO        PIC X(16).
               10  FILLER              PIC X.
               10  AIDX-DESDE          PIC X(8).
               10  FILLER              PIC X.
               10  AIDX-HASTA          PIC X(8).
               10  FILLER              PIC X.
               10  AIDX-LINEAS         PIC 9(8).
               10  FILLER              PIC X.
               10  AIDX-HASH           PIC S9(15)
                                        SIGN IS TRAILING SEPARATE.
               10  FILLER              PIC X.
               10  AIDX-CUENTAS        PIC 9(5).
               10  FILLER              PIC X.
               10  AIDX-TRF-PARES      PIC 9(8).
               10  FILLER              PIC X.
               10  AIDX-TRF-DEBITOS    PIC S9(13)
                                        SIGN IS TRAILING SEPARATE.
               10  FILLER              PIC X.
               10  AIDX-TRF-CREDITOS   PIC S9(13)
                                        SIGN IS TRAILING SEPARATE.
               10  FILLER              PIC X.
               10  AIDX-TRF-MALAS      PIC 9(5).
               10  FILLER              PIC X.
               10  AIDX-FECHA-ARCH     PIC X(8).
               10  FILLER              PIC X(10).
           05  AIDX-DATOS-SALDO REDEFINES AIDX-DATOS.
               10  AIDX-CUENTA         PIC X(8).
               10  FILLER              PIC X.
               10  AIDX-SALDO          PIC S9(13)
                                        SIGN IS TRAILING SEPARATE.
               10  FILLER              PIC X.
               10  AIDX-VARIANZA       PIC S9(13)
                                        SIGN IS TRAILING SEPARATE.
               10  FILLER              PIC X.
               10  AIDX-LINEAS-CTA     PIC 9(8).
               10  FILLER              PIC X(83).
