           VALUE OF FILE-ID IS "billetesfx.ubd".
       01 BILLETEFX-REG.
      * segundo billetero de los terminales con divisa: billetes de
      * las divisas del maestro divisas.ubd, con los valores que fija
      * cada divisa, para la retirada en divisa de BANK37; la clave
      * es terminal + divisa + valor nominal
           02 BFX-CLAVE.
               03 BFX-CAJERO           PIC 9(4).
               03 BFX-DIVISA           PIC 9(2).
               03 BFX-DENOM            PIC 9(5).
           02 BFX-CANTIDAD             PIC 9(5).
