      * CUADRE-NOCTURNO, which counts and hash-totals this run's audit
      * lines against TRANSIN.DAT and TRANSOUT.DAT, so a layout change
      * in the writer can't silently break the balancing step.
      * A posted transfer writes two consecutive lines - the source
      * leg ("O", negative RESULTADO) and then the destination leg
      * ("D", positive RESULTADO) - carrying the same transfer
      * reference and each other's account, so the readers can show
      * the pair together and prove it nets to zero.
      * AUDIT-RESULTADO is always the amount posted, in the account's
      * currency (AUDIT-MONEDA); a converted line also keeps the
      * amount as it came in, its currency and the rate used.
      ******************************************************************
       01  AUDIT-REC.
           05  AUDIT-NUM1              PIC S9(4)
      *Espacio en lineas anteriores a la reversa y en toda linea
      *normal.
           05  AUDIT-REVERSA           PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
      *Transferencia: referencia comun a las dos patas (fecha de
      *negocio + numero de transaccion de la corrida), la pata ("O"
      *origen / "D" destino) y la cuenta de la otra pata. En un
      *rechazo de transferencia la referencia va en blanco y la pata
      *dice que lado fallo. En blanco en toda otra linea.
           05  AUDIT-REF-TRANSF        PIC X(14).
           05  FILLER                  PIC X     VALUE SPACE.
           05  AUDIT-PATA-TRANSF       PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  AUDIT-CTA-CONTRAPARTE   PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
      *Moneda de AUDIT-RESULTADO (la de la cuenta, blanco = base) y,
      *del monto como vino: su moneda, el monto original y la tasa
      *que lo llevo a la moneda de la cuenta (1 sin conversion), de
      *modo que MONTO-ORIG x TASA = RESULTADO redondeado. En un
      *rechazo el monto original y la tasa van en cero. Lineas
      *anteriores a los campos traen espacios; los lectores las
      *toman como moneda base.
           05  AUDIT-MONEDA            PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  AUDIT-MONEDA-ORIG       PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  AUDIT-MONTO-ORIG        PIC S9(10)
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  AUDIT-TASA              PIC 9(5)V9(6).
