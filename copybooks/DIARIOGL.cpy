      ******************************************************************
      * Record layout for DIARIOGL.DAT, the general ledger journal
      * INTERFAZ-MAYOR builds every night from the posted AUDITLOG.DAT
      * lines of the business date, for the GL system to import
      * instead of finance re-keying the daily totals.
      * Same control-record convention as TRANSIN.DAT (multiple 01
      * levels under the FD): a header "H" with the business date and
      * source, one detail "D" per debit or credit line, and a trailer
      * "T" with the detail count and the debit and credit totals,
      * which must be equal. GL-IMPORTE is always positive; the side
      * is GL-DEBE-HABER ("D" debit / "C" credit). Each summary of
      * account and operation produces one debit and one credit line
      * with the same GL-ASIENTO number.
      * GL-IMPORTE and the trailer totals are always in the base
      * currency, so the journal balances as one ledger. Accounts
      * are summarized per currency: GL-MONEDA (blank = base), the
      * net amount in that currency (GL-IMPORTE-ORIG, positive) and
      * the TIPCAMB.DAT rate that took it to base (GL-TASA, 1 for
      * the base currency) stay on the line for the reconciliation.
      ******************************************************************
       01  GL-TIPO-REG.
           05  GL-TIPO                 PIC X.
           05  FILLER                  PIC X(118).
       01  GL-CABECERA.
           05  GLH-TIPO                PIC X.
           05  FILLER                  PIC X.
           05  GLH-FECHA-NEG           PIC X(8).
           05  FILLER                  PIC X.
           05  GLH-ORIGEN              PIC X(8).
           05  FILLER                  PIC X.
           05  GLH-FECHA-CREACION      PIC X(8).
       01  GL-COLA.
           05  GLT-TIPO                PIC X.
           05  FILLER                  PIC X.
           05  GLT-CONTADOR            PIC 9(6).
           05  FILLER                  PIC X.
           05  GLT-TOTAL-DEBE          PIC 9(14).
           05  FILLER                  PIC X.
           05  GLT-TOTAL-HABER         PIC 9(14).
           05  FILLER                  PIC X.
           05  GLT-ASIENTOS            PIC 9(6).
       01  GL-DETALLE.
           05  GLD-TIPO                PIC X.
           05  FILLER                  PIC X.
           05  GL-ASIENTO              PIC 9(6).
           05  FILLER                  PIC X.
           05  GL-FECHA                PIC X(8).
           05  FILLER                  PIC X.
           05  GL-CTA-MAYOR            PIC X(12).
           05  FILLER                  PIC X.
           05  GL-DEBE-HABER           PIC X.
           05  FILLER                  PIC X.
           05  GL-IMPORTE              PIC 9(12).
           05  FILLER                  PIC X.
      *Origen del resumen: cuenta, operacion y lineas de auditoria.
           05  GL-CUENTA               PIC X(8).
           05  FILLER                  PIC X.
           05  GL-OPERACION            PIC X.
           05  FILLER                  PIC X.
           05  GL-LINEAS               PIC 9(6).
           05  FILLER                  PIC X.
           05  GL-CONCEPTO             PIC X(25).
      *Moneda del resumen, su importe neto en esa moneda y la tasa
      *con que se llevo a base.
           05  FILLER                  PIC X.
           05  GL-MONEDA               PIC X(3).
           05  FILLER                  PIC X.
           05  GL-IMPORTE-ORIG         PIC 9(12).
           05  FILLER                  PIC X.
           05  GL-TASA                 PIC 9(5)V9(6).
