      * same split as AUDITREC.cpy.
      * A day rerun overwrites its own record (the file is rewritten
      * in full each night), so a restarted night never double-counts.
      * Each day record is followed by one PER-MON-REG per currency
      * posted that day (count, RESULTADO in the currency and its
      * base-currency equivalent at the day's rate). The "M" in byte
      * 10, where a day record has a digit of PER-DETALLES, tells
      * them apart; a day rerun replaces its currency records too.
      ******************************************************************
       01  PER-REG.
           05  PER-FECHA               PIC X(8).
      *anteriores al campo traen espacios y los lectores lo guardan
      *con NUMERIC.
           05  PER-REVERSAS            PIC 9(4).
       01  PER-MON-REG.
           05  PERM-FECHA              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PERM-MARCA              PIC X.
               88  PERM-ES-MONEDA      VALUE "M".
           05  FILLER                  PIC X     VALUE SPACE.
      *Moneda de la cuenta posteada (blanco = moneda base).
           05  PERM-MONEDA             PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PERM-DETALLES           PIC 9(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PERM-RESULTADO          PIC S9(12)
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X     VALUE SPACE.
      *Equivalente en moneda base con el tipo de cambio vigente del
      *dia; "N" en PERM-CON-TASA cuando TIPCAMB.DAT no tenia tasa
      *para la moneda y el equivalente quedo en cero.
           05  PERM-BASE               PIC S9(12)
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  PERM-TASA               PIC 9(5)V9(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PERM-CON-TASA           PIC X.
