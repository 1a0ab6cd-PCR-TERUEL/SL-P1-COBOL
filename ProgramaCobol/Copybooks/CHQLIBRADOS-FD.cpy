       FD CHQLIBRADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "chqlibrados.ubd".
       01 CHQ-LIBRADO-REG.
      * cheque de un talonario propio presentado al cobro por otro
      * banco en la compensacion (BATCH-CHQLIBRADOS): pagado contra
      * el saldo del librador o devuelto con su motivo. Un cheque
      * devuelto puede presentarse de nuevo; uno pagado ya no
           02 CLB-SERIE             PIC 9(10).
           02 CLB-TARJETA           PIC 9(16).
           02 CLB-BANCO-PRESENTADOR PIC 9(4).
      * numero del deposito en el banco presentador, con el que este
      * reconoce la devolucion
           02 CLB-REF-PRESENTADOR   PIC 9(35).
           02 CLB-IMPORTE-ENT       PIC 9(7).
           02 CLB-IMPORTE-DEC       PIC 9(2).
           02 CLB-FECHA             PIC 9(8).
           02 CLB-ESTADO            PIC 9(1).
               88 CHEQUE-LIBRADO-PAGADO   VALUE 0.
               88 CHEQUE-LIBRADO-DEVUELTO VALUE 1.
      * 01 fondos insuficientes, 02 serie desconocida, 03 orden de
      * no pago, 04 ya pagado, 05 tarjeta no operativa
           02 CLB-MOTIVO            PIC 9(2).
