      ******************************************************************
      * Record layout for SUITEPAS.DAT, the step-definition table that
      * drives SUITE-NOCTURNA: one record per step, giving the program
      * the suite CALLs, its running order, whether it runs at all,
      * whether a failure stops the night, and the highest
      * RETURN-CODE that still counts as success (above zero it is a
      * warning: the suite goes on and the night ends with
      * RETURN-CODE 2, the posture COMPARA-DIARIO and INTERFAZ-MAYOR
      * always had).
      * The file is never edited in place: MANTENIMIENTO-PASOS
      * captures each change as a pending "S" record in
      * PENDIENTES.DAT and APRUEBA-CAMBIOS applies it once a second
      * level-3 operator approves. While no SUITEPAS.DAT exists the
      * suite runs the built-in table in copybooks/SUITEDEF.cpy.
      *   SPAS-ORDEN       running order (ascending; ties keep file
      *                    order)
      *   SPAS-PROGRAMA    PROGRAM-ID the suite CALLs; unique
      *   SPAS-HABILITADO  "S" runs / "N" skipped
      *   SPAS-CRITICO     "S" a failure stops the suite / "N" it is
      *                    logged and the suite goes on
      *   SPAS-RC-MAX      highest RETURN-CODE counted as success
      ******************************************************************
       01  SUITEPAS-REC.
           05  SPAS-ORDEN              PIC 9(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  SPAS-PROGRAMA           PIC X(30).
           05  FILLER                  PIC X     VALUE SPACE.
           05  SPAS-HABILITADO         PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SPAS-CRITICO            PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SPAS-RC-MAX             PIC 9(2).
