       FD CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
       01 CREDITO-REG.
      * linea de credito de una tarjeta de producto credito (TPRODUCTO
      * 03): la concede el supervisor en BANK54 y la trabaja el batch
      * de credito (corte mensual, cobro al vencimiento y recobro).
      * La deuda es el saldo negativo de la propia tarjeta
           02 CRE-TARJETA           PIC 9(16).
      * limite concedido: lo que la tarjeta puede quedar en negativo
           02 CRE-LIMITE-ENT        PIC 9(7).
           02 CRE-LIMITE-DEC        PIC 9(2).
      * modalidad de pago elegida por el titular
           02 CRE-MODALIDAD         PIC 9(1).
               88 PAGO-TOTAL           VALUE 1.
               88 PAGO-MINIMO          VALUE 2.
      * porcentaje de la deuda del extracto que se cobra en la
      * modalidad de pago minimo
           02 CRE-PCT-MINIMO        PIC 9(3).
      * tarjeta de debito del titular de la que se cobra el recibo
           02 CRE-TARJETA-CARGO     PIC 9(16).
           02 CRE-ESTADO            PIC 9(1).
               88 CREDITO-ACTIVO       VALUE 0.
               88 CREDITO-CANCELADO    VALUE 1.
               88 CREDITO-IMPAGADO     VALUE 2.
      * ultimo ciclo cortado (AAAAMM), fecha del corte (AAAAMMDD) y
      * ultimo MOV-NUM recogido en su extracto: el extracto siguiente
      * recoge los movimientos posteriores a ese numero
           02 CRE-ULT-CICLO         PIC 9(6).
           02 CRE-FECHA-CORTE       PIC 9(8).
           02 CRE-ULT-MOV           PIC 9(35).
      * extracto vigente: deuda al corte, importe minimo y fecha de
      * vencimiento del recibo
           02 CRE-DEUDA-CORTE-ENT   PIC 9(7).
           02 CRE-DEUDA-CORTE-DEC   PIC 9(2).
           02 CRE-MINIMO-ENT        PIC 9(7).
           02 CRE-MINIMO-DEC        PIC 9(2).
           02 CRE-FECHA-VENCIMIENTO PIC 9(8).
           02 CRE-PAGO-ESTADO       PIC 9(1).
               88 RECIBO-PENDIENTE     VALUE 0.
               88 RECIBO-PAGADO        VALUE 1.
               88 RECIBO-IMPAGADO      VALUE 2.
      * parte de la deuda del extracto que quedo sin pagar: devenga
      * el interes revolvente en el corte siguiente
           02 CRE-PENDIENTE-ENT     PIC 9(7).
           02 CRE-PENDIENTE-DEC     PIC 9(2).
