      ******************************************************************
      * Record layout for TIPCAMB.DAT, the daily exchange-rate master:
      * one record per currency and business date, loaded from the
      * treasury feed CAMBIOS.DAT by CARGA-CAMBIOS. TCB-TASA is the
      * number of base-currency units one unit of TCB-MONEDA buys on
      * that business date. The base currency itself has no record:
      * it is the blank currency code everywhere (accounts, TRANSIN
      * details, TRANSOUT and the audit trail) and its rate is 1.
      * OPERACIONES-BASICAS converts with the rate of the business
      * date being posted and nothing else; RESUMEN-DIARIO and
      * ACUMULA-PERIODO value their per-currency totals with the
      * latest rate on or before the day they summarize.
      * Earlier dates are kept, so a late batch or a rerun still
      * finds the rates of its own day.
      ******************************************************************
       01  TIPCAMB-REG.
           05  TCB-MONEDA              PIC X(3).
           05  FILLER                  PIC X.
           05  TCB-FECHA               PIC X(8).
           05  FILLER                  PIC X.
           05  TCB-TASA                PIC 9(5)V9(6).
