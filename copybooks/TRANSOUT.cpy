      * which re-reads the file after the posting step to cross-foot
      * record counts and hash totals against TRANSIN.DAT and
      * AUDITLOG.DAT.
      * A transfer writes two records, one per leg (debit on the
      * source account, credit on the destination), sharing the
      * transfer reference of their audit lines.
      * RESULTADO-OUT and VARIANZA-OUT are in the currency of
      * MONEDA-OUT, the account's currency once converted.
      ******************************************************************
       01  TRANS-REC-OUT.
           05  NUM1-OUT                PIC S9(4)
           05  OPERACION-OUT           PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
      *Monto tarifado por APLICA-TARIFAS desde la tabla de tarifas
      *del dia; la marca dice "T" tarifado por par, "E" tarifado por
      *escala, "N" sin tarifa en tabla, espacio cuando el paso de
      *tarifas no ha corrido.
           05  TARIFADO-OUT            PIC S9(10)
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  TARIFA-MARCA            PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
      *Referencia de transferencia (fecha de negocio + numero de
      *transaccion de la corrida) y pata: "O" debito a la cuenta
      *origen, "D" credito a la cuenta destino. En blanco en toda
      *otra operacion.
           05  REF-TRANSF-OUT          PIC X(14).
           05  FILLER                  PIC X     VALUE SPACE.
           05  PATA-TRANSF-OUT         PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
      *Tarifa por escala (marca "E"): la escala de TARMAST.DAT, el
      *tramo mas alto que alcanzo el monto, con "N" si el minimo de
      *la escala lo subio o "X" si el maximo lo corto. En blanco en
      *las tarifas por par y en los registros sin tarifa, salvo la
      *escala de un registro que quedo sin tarifa por no haber tipo
      *de cambio para su moneda.
           05  TARIFA-ORIGEN.
               10  TARIFA-ESCALA       PIC X(4).
               10  FILLER              PIC X.
               10  TARIFA-TRAMO        PIC 9(4).
               10  FILLER              PIC X.
               10  TARIFA-AJUSTE       PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
      *Moneda de RESULTADO/VARIANZA: la de la cuenta posteada (en
      *blanco la moneda base). Una linea sin cuenta queda en la
      *moneda del registro de entrada.
           05  MONEDA-OUT              PIC X(3).
