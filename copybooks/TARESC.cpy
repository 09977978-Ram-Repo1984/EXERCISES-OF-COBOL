      ******************************************************************
      * Record layout for TARESC.DAT, the fee-schedule load file
      * finance prepares for CARGA-TARIFARIO: one line per schedule
      * record exactly as it will sit in TARMAST.DAT (same columns as
      * the "E" view of TARMAST.cpy - header TRAMO 0 plus its bands,
      * each line with its own effective date). A file carrying a
      * schedule and date replaces every record of that version in
      * the master, so a version is always loaded whole.
      ******************************************************************
       01  TARESC-REG.
           05  TESC-ESCALA             PIC X(4).
           05  FILLER                  PIC X.
           05  TESC-TRAMO              PIC 9(4).
           05  FILLER                  PIC X.
           05  TESC-FECHA-VIG          PIC X(8).
           05  FILLER                  PIC X.
           05  TESC-MONTO              PIC 9(8).
           05  FILLER                  PIC X.
           05  TESC-TIPO               PIC X.
           05  FILLER                  PIC X.
           05  TESC-DATOS-ESCALA       PIC X(30).
           05  TESC-CABECERA REDEFINES TESC-DATOS-ESCALA.
               10  TESC-OPERACION      PIC X.
               10  FILLER              PIC X.
               10  TESC-MINIMO         PIC 9(8).
               10  FILLER              PIC X.
               10  TESC-MAXIMO         PIC 9(8).
               10  FILLER              PIC X(11).
           05  TESC-BANDA REDEFINES TESC-DATOS-ESCALA.
               10  TESC-HASTA          PIC 9(10).
               10  FILLER              PIC X.
               10  TESC-CLASE          PIC X.
               10  FILLER              PIC X.
               10  TESC-PCT            PIC 9(3)V9(4).
               10  FILLER              PIC X(10).
