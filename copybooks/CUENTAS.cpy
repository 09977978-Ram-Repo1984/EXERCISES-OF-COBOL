      * nightly batch; MANTENIMIENTO-CUENTAS adds, changes and
      * inactivates accounts. Shared here so poster and maintainer
      * can't drift out of sync. CTA-ID is the record key.
      * An account is kept in one currency (CTA-MONEDA); balances,
      * limits and every amount posted to it are in that currency.
      * Accounts can be grouped in a hierarchy: CTA-PADRE names the
      * parent account (blank = top of its tree) and CTA-DEPTO the
      * owning department. MANTENIMIENTO-CUENTAS and MANT-CTAS-LOTE
      * only accept a parent that exists, keeps the same currency
      * and does not lead back to the account itself, so every tree
      * rolls up in one currency and CONSOLIDA-CUENTAS can add each
      * level into its parent. CTA-LIM-GRUPO is a balance ceiling
      * shared by the account and everything below it.
      ******************************************************************
       01  CUENTA-REG.
           05  CTA-ID                  PIC X(8).
      *monto de cuatro digitos tecleado de mas.
           05  CTA-LIM-TRANS           PIC 9(10).
           05  CTA-LIM-SALDO           PIC 9(10).
      *Moneda de la cuenta (codigo de TIPCAMB.DAT); en blanco la
      *moneda base, que es tambien lo que trae un maestro anterior
      *al campo. Solo se cambia con el saldo en cero.
           05  CTA-MONEDA              PIC X(3).
      *Jerarquia: cuenta padre (blanco = cuenta de primer nivel) y
      *departamento responsable. Un maestro anterior a los campos los
      *trae en blanco: todas sus cuentas quedan de primer nivel.
           05  CTA-PADRE               PIC X(8).
           05  CTA-DEPTO               PIC X(4).
      *Limite de grupo: saldo consolidado maximo (valor absoluto) de
      *la cuenta mas todas las que cuelgan de ella. Cero o blanco =
      *sin limite. OPERACIONES-BASICAS rechaza a suspenso (LIMGR) la
      *transaccion que lo rebasaria.
           05  CTA-LIM-GRUPO           PIC 9(10).
