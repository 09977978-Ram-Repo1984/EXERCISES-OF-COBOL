      * would be left behind; in practice the nightly sweep never lets
      * anything get that old.
      * AUDITLOG.DAT is the permanent audit record and is deliberately
      * not touched here; neither are its monthly archives
      * (AUDITLOG.Gaaaamm) or the period index AUDITIDX.DAT written by
      * ARCHIVA-AUDITORIA, which are part of that same record.
      * Uses GOBACK instead of STOP RUN so it can run standalone or be
      * CALLed from SUITE-NOCTURNA (it runs as the suite's final
      * housekeeping step).
