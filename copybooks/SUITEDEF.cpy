      ******************************************************************
      * Built-in step table for SUITE-NOCTURNA: the running order the
      * suite always had, used whenever SUITEPAS.DAT does not exist
      * (first night after install, or a file removed on purpose to
      * fall back). MANTENIMIENTO-PASOS and APRUEBA-CAMBIOS start
      * from it too, so the first approved change writes the whole
      * table out to SUITEPAS.DAT. Each entry is a SUITEPAS-REC
      * without the separators: order, program, enabled, critical and
      * highest RETURN-CODE counted as success. COMPARA-DIARIO,
      * INTERFAZ-MAYOR, CONCILIA-EXTERNA and CONSOLIDA-CUENTAS keep
      * their RETURN-CODE 2 warning; CONCILIA-EXTERNA and
      * CONSOLIDA-CUENTAS are not critical, so a night whose
      * confirmation cannot be matched, or whose consolidated report
      * finds a broken link, still finishes.
      * Orders go in tens so a new step can be slotted in between.
      * The suite sorts by order before running, so the position of
      * an entry here does not matter; new steps are added at the
      * end. An old count-only SUITECKPT.DAT is NOT translated
      * through this table (steps were inserted ahead of the old
      * ones) but through the fixed pre-table order kept in
      * SUITE-NOCTURNA. A SUITEPAS.DAT that lacks one of these steps
      * is reported every night until the step is added to it.
      ******************************************************************
       01  SDEF-TABLA-DEFECTO.
           05  FILLER                  PIC X(37) VALUE
               "010GENERA-PERMANENTES            SS00".
           05  FILLER                  PIC X(37) VALUE
               "020COLECTOR-ENTRADAS             SS00".
           05  FILLER                  PIC X(37) VALUE
               "030PRE-EDICION                   SS00".
           05  FILLER                  PIC X(37) VALUE
               "040DIVISION_DE_PROCEDIMIENTOS    SS00".
           05  FILLER                  PIC X(37) VALUE
               "050MANTENIMIENTO-CTAS-LOTE       SS00".
           05  FILLER                  PIC X(37) VALUE
               "060CORRIGE-SUSPENSO-LOTE         SS00".
           05  FILLER                  PIC X(37) VALUE
               "070RESPALDA-CUENTAS              SS00".
           05  FILLER                  PIC X(37) VALUE
               "080OPERACIONES-BASICAS           SS00".
           05  FILLER                  PIC X(37) VALUE
               "090CUADRE-NOCTURNO               SS00".
           05  FILLER                  PIC X(37) VALUE
               "100INTERFAZ-MAYOR                SS02".
           05  FILLER                  PIC X(37) VALUE
               "110COMPARA-DIARIO                SS02".
           05  FILLER                  PIC X(37) VALUE
               "120CALCULOS-REPETITIVOS          SS00".
           05  FILLER                  PIC X(37) VALUE
               "130CARGA-TARIFARIO               SS00".
           05  FILLER                  PIC X(37) VALUE
               "140APLICA-TARIFAS                SS00".
           05  FILLER                  PIC X(37) VALUE
               "150ACUMULA-PERIODO               SS00".
           05  FILLER                  PIC X(37) VALUE
               "160RESUMEN-DIARIO                SS00".
           05  FILLER                  PIC X(37) VALUE
               "170REPORTE-SUSPENSO              SS00".
           05  FILLER                  PIC X(37) VALUE
               "180PURGA-GENERACIONES            SS00".
           05  FILLER                  PIC X(37) VALUE
               "075CARGA-CAMBIOS                 SS00".
           05  FILLER                  PIC X(37) VALUE
               "095CONCILIA-EXTERNA              SN02".
           05  FILLER                  PIC X(37) VALUE
               "165CONSOLIDA-CUENTAS             SN02".
       01  SDEF-TABLA REDEFINES SDEF-TABLA-DEFECTO.
           05  SDEF-ENT OCCURS 21.
               10  SDEF-ORDEN          PIC 9(3).
               10  SDEF-PROGRAMA       PIC X(30).
               10  SDEF-HABILITADO     PIC X.
               10  SDEF-CRITICO        PIC X.
               10  SDEF-RC-MAX         PIC 9(2).
       01  SDEF-CNT                    PIC 9(2) VALUE 21.
