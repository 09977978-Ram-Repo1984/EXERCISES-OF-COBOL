      * loaded ahead of time takes effect on its date automatically.
      * Shared between loader and applier, the same writer/reader
      * split as TARIFREC.cpy.
      * TARM-TIPO "E" marks a banded fee schedule record instead of
      * a pair rate (blank or "P"). A schedule version is every "E"
      * record with the same TARM-ESCALA and TARM-FECHA-VIG:
      *   TRAMO 0  the header - TARM-ESC-OPERACION is the operation
      *            code it rates ("*" every operation, blank = the
      *            schedule is withdrawn from that date),
      *            TARM-ESC-MINIMO/MAXIMO the floor and cap of the
      *            charge (MAXIMO 0 = no cap)
      *   TRAMO n  one band, in ascending order of TARM-ESC-HASTA,
      *            the highest amount the band covers (the last band
      *            also takes anything above it); TARM-ESC-CLASE "P"
      *            charges TARM-ESC-PCT percent of the amount, "F"
      *            the fixed TARM-MONTO.
      * The bands are marginal: each one prices only the slice of
      * the transaction amount between the previous band's
      * TARM-ESC-HASTA and its own (the last band also the part
      * above its limit) - a "P" band its percentage of that slice,
      * an "F" band its fixed charge once the amount reaches it -
      * and the charge is the sum of the slices; floor and cap come
      * last. Limits, fixed charges, floor and cap are in the base
      * currency; the appliers take an amount in another currency
      * to base with the TIPCAMB.DAT rate before banding it.
      ******************************************************************
       01  TARMAST-REG.
           05  TARM-CLAVE-PAR.
               10  TARM-NUMERO         PIC 9(4).
               10  FILLER              PIC X     VALUE SPACE.
               10  TARM-MULTIPLICADOR  PIC 9(4).
           05  TARM-CLAVE-ESCALA REDEFINES TARM-CLAVE-PAR.
               10  TARM-ESCALA         PIC X(4).
               10  FILLER              PIC X.
               10  TARM-TRAMO          PIC 9(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  TARM-FECHA-VIG          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  TARM-MONTO              PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  TARM-TIPO               PIC X     VALUE SPACE.
               88  TARM-ES-PAR         VALUE SPACE "P".
               88  TARM-ES-ESCALA      VALUE "E".
           05  FILLER                  PIC X     VALUE SPACE.
           05  TARM-DATOS-ESCALA       PIC X(30).
           05  TARM-ESC-CABECERA REDEFINES TARM-DATOS-ESCALA.
               10  TARM-ESC-OPERACION  PIC X.
               10  FILLER              PIC X.
               10  TARM-ESC-MINIMO     PIC 9(8).
               10  FILLER              PIC X.
               10  TARM-ESC-MAXIMO     PIC 9(8).
               10  FILLER              PIC X(11).
           05  TARM-ESC-BANDA REDEFINES TARM-DATOS-ESCALA.
               10  TARM-ESC-HASTA      PIC 9(10).
               10  FILLER              PIC X.
               10  TARM-ESC-CLASE      PIC X.
                   88  TARM-ESC-PORCENTAJE VALUE "P".
                   88  TARM-ESC-FIJO   VALUE "F".
               10  FILLER              PIC X.
               10  TARM-ESC-PCT        PIC 9(3)V9(4).
               10  FILLER              PIC X(10).
