      ******************************************************************
      * Record layout for ORDPERM.DAT, the standing-order master: the
      * transactions a department sends every week or every month
      * (same account, same NUM1/NUM2, same operation) are recorded
      * once here instead of being keyed into TRANSIN1/2/3 by hand
      * every time. MANTENIMIENTO-PERMANENTES maintains it;
      * GENERA-PERMANENTES reads it every night, writes the items
      * that came due as a controlled source file for
      * COLECTOR-ENTRADAS and stamps each order with the last due
      * date it covered. Shared so maintainer and generator can't
      * drift out of sync.
      * ORD-FRECUENCIA: "S" weekly / "Q" every 14 days / "M" monthly
      * (same day of the month as ORD-FECHA-INICIO; a day the month
      * does not have falls on the month's last day).
      * ORD-FECHA-FIN in blank = no end date.
      * ORD-ULTIMA-GEN: last nominal due date already generated or
      * skipped; blank = nothing covered yet. The generator resumes
      * after it, which is how a catch-up night picks up every item
      * that came due in between.
      * ORD-ESTADO: "A" active / "C" cancelled / "V" expired (past
      * its end date, marked by the generator).
      ******************************************************************
       01  ORDEN-REG.
           05  ORD-ID                  PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ORD-CUENTA              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ORD-NUM1                PIC S9(4)
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  ORD-NUM2                PIC S9(4)
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  ORD-OPERACION           PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  ORD-FRECUENCIA          PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  ORD-FECHA-INICIO        PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ORD-FECHA-FIN           PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ORD-ULTIMA-GEN          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  ORD-ESTADO              PIC X.
