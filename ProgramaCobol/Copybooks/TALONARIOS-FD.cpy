       FD TALONARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "talonarios.ubd".
       01 TALONARIO-REG.
      * talonario de cheques entregado al titular de una tarjeta
      * (BANK68); los numeros de serie del talonario son su numero
      * por 100 mas el orden del cheque, de modo que la serie de un
      * cheque presentado lleva al talonario del que salio
           02 TAL-NUM               PIC 9(8).
           02 TAL-TARJETA           PIC 9(16).
           02 TAL-SERIE-DESDE       PIC 9(10).
           02 TAL-SERIE-HASTA       PIC 9(10).
           02 TAL-FECHA-EMISION     PIC 9(8).
           02 TAL-SUPERVISOR        PIC 9(16).
