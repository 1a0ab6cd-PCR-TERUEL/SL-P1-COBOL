       FD RETIRADA-RAPIDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "rapida.ubd".
       01 RETIRADA-RAPIDA-REG.
      * retirada rapida que el cliente guarda al terminar una
      * retirada en BANK4 y repite con una tecla desde el menu de
      * BANK1: importe en euros, billetes elegidos (los tres a 0 =
      * combinacion automatica) y respuesta al resguardo
           02 RAP-TARJETA              PIC 9(16).
           02 RAP-IMPORTE              PIC 9(7).
           02 RAP-N-50                 PIC 9(5).
           02 RAP-N-20                 PIC 9(5).
           02 RAP-N-10                 PIC 9(5).
           02 RAP-RECIBO               PIC 9(1).
               88 RAP-CON-RECIBO       VALUE 1.
               88 RAP-SIN-RECIBO       VALUE 2.
           02 RAP-FECHA                PIC 9(8).
