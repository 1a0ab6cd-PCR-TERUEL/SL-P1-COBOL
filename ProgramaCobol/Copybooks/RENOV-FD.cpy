           02 REN-ESTADO            PIC 9(1).
               88 RENOVACION-PENDIENTE  VALUE 0.
               88 RENOVACION-COMPLETADA VALUE 1.
      * la sucesora pendiente de una tarjeta que se pierde o la
      * roban antes de activarla queda anulada: no se emboza, no se
      * activa y no cuenta como sucesora
               88 RENOVACION-ANULADA    VALUE 2.
      * circuito con el bureau de personalizacion (BATCH-EMBOSADO):
      * la orden de embosado se envia una vez, y la tarjeta nueva
      * no se activa hasta que el bureau confirma la expedicion del
           02 REN-ENVIADA-BURO      PIC 9(1).
           02 REN-EMBOSADA          PIC 9(1).
           02 REN-FECHA-EXPEDICION  PIC 9(8).
      * motivo de la emision: 0 renovacion por caducidad, 1
      * reposicion urgente de una tarjeta perdida o robada (BANK27);
      * la de reposicion ya lleva traspasados saldo y relaciones y
      * su orden de embosado sale como urgente
           02 REN-MOTIVO            PIC 9(1).
               88 EMISION-RENOVACION    VALUE 0.
               88 EMISION-REPOSICION    VALUE 1.
