      ******************************************************************
      * Record layout for CAMBIOS.DAT, the exchange-rate feed treasury
      * leaves for CARGA-CAMBIOS: one line per currency, same columns
      * as TIPCAMB.cpy. A blank date means the business date of the
      * run; a dated line loads the rate for that day, so a missed
      * day can be fed afterwards. A line for a currency and date
      * already in the master replaces its rate.
      ******************************************************************
       01  CAMBIOS-REG.
           05  CAMB-MONEDA             PIC X(3).
           05  FILLER                  PIC X.
           05  CAMB-FECHA              PIC X(8).
           05  FILLER                  PIC X.
           05  CAMB-TASA               PIC 9(5)V9(6).
