      ******************************************************************
      * Record layout for CONFIRMA.DAT, the counterparty's confirmation
      * of what happened on our accounts for one business date, read
      * by CONCILIA-EXTERNA and matched item by item against what
      * OPERACIONES-BASICAS posted (the TRANSOUT generation and the
      * AUDITLOG.DAT lines of the date).
      * A formalized interface like MANTCTAS.DAT: an "H" header with
      * the business date it confirms and the sender, one "D" detail
      * per posted item (a transfer is two details, one per leg, the
      * way TRANSOUT carries it), and a "T" trailer with the detail
      * count and the hash total of CONF-IMPORTE.
      * CONF-IMPORTE is the amount as posted to the account (signed,
      * in the account's currency, the same figure as RESULTADO-OUT);
      * CONF-OPERACION is the operation code, blank taken as "S".
      * CONF-REFERENCIA is the sender's own reference, carried to the
      * report so their side can find the item.
      ******************************************************************
       01  CONFIRMA-REG.
           05  CONF-TIPO               PIC X.
           05  FILLER                  PIC X.
           05  CONF-CUENTA             PIC X(8).
           05  FILLER                  PIC X.
           05  CONF-OPERACION          PIC X.
           05  FILLER                  PIC X.
           05  CONF-IMPORTE            PIC S9(10)
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X.
           05  CONF-REFERENCIA         PIC X(16).
       01  CONFIRMA-HDR-REG.
           05  CONFH-TIPO              PIC X.
           05  FILLER                  PIC X.
           05  CONFH-FECHA             PIC X(8).
           05  FILLER                  PIC X.
           05  CONFH-ORIGEN            PIC X(8).
       01  CONFIRMA-TRL-REG.
           05  CONFT-TIPO              PIC X.
           05  FILLER                  PIC X.
           05  CONFT-CONTADOR          PIC 9(6).
           05  FILLER                  PIC X.
           05  CONFT-HASH              PIC S9(12)
                                        SIGN IS TRAILING SEPARATE.
