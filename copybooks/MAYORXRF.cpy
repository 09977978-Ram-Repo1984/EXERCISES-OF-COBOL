      ******************************************************************
      * Record layout for MAYORXRF.DAT, the account-to-general-ledger
      * cross-reference: for every account in CUENTAS.DAT that posts,
      * the GL account its movement goes to and the GL offset account
      * that takes the other side of the entry, so the journal is
      * balanced by construction. MANTENIMIENTO-MAYOR maintains it;
      * INTERFAZ-MAYOR reads it every night to build the GL journal.
      * Shared so maintainer and interface can't drift out of sync.
      * An account with no record here is never guessed at: the
      * interface lists it on its exceptions report instead.
      ******************************************************************
       01  MAYOR-XRF-REG.
           05  XRF-CUENTA              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
      *Cuenta de mayor del movimiento de la cuenta.
           05  XRF-CTA-MAYOR           PIC X(12).
           05  FILLER                  PIC X     VALUE SPACE.
      *Cuenta de mayor de contrapartida (el otro lado del asiento).
           05  XRF-CTA-CONTRA          PIC X(12).
           05  FILLER                  PIC X     VALUE SPACE.
           05  XRF-DESCRIPCION         PIC X(30).
