      * (which stages a default one for unattended runs). Shared here
      * so the four programs can't drift out of sync the way CMNHDR.cpy
      * already keeps the run-header layout in step.
      * OPER-MODO: "B" unattended batch (CALCULOS-REPETITIVOS skips
      * its prompts); "M" runs OPERACIONES-BASICAS as a memo-post
      * trial that touches no live file (SUITE-NOCTURNA will not start
      * on a card left in "M").
      ******************************************************************
       01  OPERADOR-REC.
           05  OPER-ID                 PIC X(8).
