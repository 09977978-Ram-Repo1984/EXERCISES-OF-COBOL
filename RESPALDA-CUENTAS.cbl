       COPY CUENTAS.

       FD  RESPALDO-CUENTAS.
      *Imagen completa de CUENTA-REG, con holgura: un respaldo de un
      *maestro anterior (mas corto) se lee con el resto en blanco.
       01  RESPALDO-REC                PIC X(120).

       FD  OPERADOR-CARD.
       COPY CTLOPER.
