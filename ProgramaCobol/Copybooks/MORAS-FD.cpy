           VALUE OF FILE-ID IS "moras.ubd".
       01 MORA-REG.
      * expediente de mora por prestamo con cuotas impagadas: lo
      * abre el batch de morosidad (el batch de credito, si es un
      * recibo de tarjeta de credito) y lo trabaja la cola de
      * supervisor; desaparece del seguimiento cuando la deuda
      * se pone al dia, se liquida o se da por fallida
           02 MOR-PRESTAMO          PIC 9(35).
           02 MOR-TARJETA           PIC 9(16).
      * ultimo nivel de aviso enviado por la cola de notificaciones
               88 MORA-REESTRUCTURADA  VALUE 2.
               88 MORA-FALLIDA         VALUE 3.
               88 MORA-REGULARIZADA    VALUE 4.
      * origen del expediente: 0 prestamo (expedientes anteriores a
      * este campo) o 1 recibo impagado de tarjeta de credito, en
      * cuyo caso MOR-PRESTAMO lleva el numero de la tarjeta de
      * credito y MOR-IMPORTE lo que queda por recobrar
           02 MOR-ORIGEN            PIC 9(1).
               88 MORA-DE-PRESTAMO     VALUE 0.
               88 MORA-DE-CREDITO      VALUE 1.
           02 MOR-IMPORTE-ENT       PIC 9(7).
           02 MOR-IMPORTE-DEC       PIC 9(2).
