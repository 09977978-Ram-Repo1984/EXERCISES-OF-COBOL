      * count and hash totals of NUM1/NUM2, so a truncated transfer
      * can no longer slip through. Detail records start with a digit
      * or sign, never "H"/"T", so TRANS-TIPO tells them apart.
      * A transfer ("T") names a second account, CUENTA-DESTINO, and
      * posts as one linked debit/credit pair; the record grew to 40
      * bytes for it, and records of the older, shorter layout read
      * back with the new field in blank.
      * MONEDA-IN takes four of the spare bytes, so the record keeps
      * its 40 bytes (and the suspense image its size). The last
      * three spare bytes carry ORIGEN-IN, the mark on the items
      * GENERA-PERMANENTES writes.
      ******************************************************************
       01  TRANS-TIPO-REG.
           05  TRANS-TIPO              PIC X.
           05  FILLER                  PIC X(39).
       01  TRANS-HDR-IN.
           05  HDR-TIPO                PIC X.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X.
      *Codigo de operacion del registro: "S" suma (tambien blanco,
      *el comportamiento historico), "R" resta, "M" multiplicacion,
      *"D" division, "V" reversa, "T" transferencia. Codigo invalido
      *o division entre cero rechazan a suspenso con su codigo de
      *motivo, no abenden.
           05  OPERACION-IN            PIC X.
           05  FILLER                  PIC X.
      *Solo para la reversa ("V"): codigo de operacion de la
      *postea el RESULTADO y la VARIANZA originales con signo
      *contrario. En cualquier otra operacion va en blanco.
           05  OPERACION-ORIG          PIC X.
           05  FILLER                  PIC X.
      *Solo para la transferencia ("T"): cuenta que recibe el
      *credito. NUM1 es el monto que sale de CUENTA-IN y entra a esta
      *cuenta; las dos patas postean juntas o ninguna. En cualquier
      *otra operacion va en blanco.
           05  CUENTA-DESTINO          PIC X(8).
           05  FILLER                  PIC X.
      *Moneda en que viene el monto (codigo de TIPCAMB.DAT). En
      *blanco - todo archivo anterior al campo - el monto ya esta en
      *la moneda de la cuenta y no se convierte. Si difiere de la
      *moneda de la cuenta, OPERACIONES-BASICAS convierte con el tipo
      *de cambio de la fecha de negocio o rechaza a suspenso (SINTC).
           05  MONEDA-IN               PIC X(3).
           05  FILLER                  PIC X.
      *"P" en el vencimiento de una orden permanente que escribe
      *GENERA-PERMANENTES; en blanco en todo lo que mandan los
      *departamentos. La orden ya no genera dos veces la misma fecha
      *nominal (ORD-ULTIMA-GEN), asi que OPERACIONES-BASICAS no la
      *pasa por el control de duplicados: el vencimiento semanal
      *repite cuenta e importes dentro de la ventana por diseno.
           05  ORIGEN-IN               PIC X.
           05  FILLER                  PIC X.
