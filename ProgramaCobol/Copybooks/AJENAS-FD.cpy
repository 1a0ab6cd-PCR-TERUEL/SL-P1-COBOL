       FD AJENAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ajenas.ubd".
       01 AJENA-REG.
      * operaciones de tarjetas de otros bancos en nuestros cajeros,
      * autorizadas por la red (BANK79); el numero es la referencia
      * con la que viajan la peticion, la respuesta, la reclamacion
      * de intercambio y el informe de liquidacion de la red
           02 AJE-NUM                  PIC 9(10).
           02 AJE-TARJETA              PIC 9(16).
           02 AJE-BANCO                PIC 9(4).
           02 AJE-CAJERO               PIC 9(4).
           02 AJE-TIPO                 PIC X(1).
               88 AJENA-RETIRADA       VALUE "R".
               88 AJENA-CONSULTA       VALUE "C".
           02 AJE-FECHA                PIC 9(8).
           02 AJE-HORA                 PIC 9(6).
      * efectivo entregado y recargo del terminal que el cliente
      * acepto en pantalla (la consulta no lleva recargo)
           02 AJE-IMPORTE-ENT          PIC 9(7).
           02 AJE-IMPORTE-DEC          PIC 9(2).
           02 AJE-RECARGO-ENT          PIC 9(3).
           02 AJE-RECARGO-DEC          PIC 9(2).
           02 AJE-ESTADO               PIC 9(1).
      * peticion enviada, esperando la respuesta de la red
               88 AJENA-ENVIADA        VALUE 0.
      * aprobada por el emisor, billetes aun sin entregar
               88 AJENA-APROBADA       VALUE 1.
      * billetes entregados o saldo mostrado: se reclama al emisor
               88 AJENA-COMPLETADA     VALUE 2.
               88 AJENA-DENEGADA       VALUE 3.
      * sin respuesta a tiempo, cancelada o sin poder entregar: la
      * anulacion viaja a la red y no se reclama nada
               88 AJENA-ANULADA        VALUE 4.
      * respuesta de la red (00 aprobada) y su codigo de autorizacion
           02 AJE-RESPUESTA            PIC 9(2).
           02 AJE-AUTORIZACION         PIC X(6).
      * liquidacion del intercambio (BATCH-INTERCAMBIO): tasa que se
      * reclama al emisor, secuencia del fichero de reclamacion en
      * que salio, fecha y estado de la conciliacion con la red
           02 AJE-INTERCAMBIO-ENT      PIC 9(3).
           02 AJE-INTERCAMBIO-DEC      PIC 9(2).
           02 AJE-LIQ-ESTADO           PIC 9(1).
               88 AJENA-SIN-RECLAMAR   VALUE 0.
               88 AJENA-RECLAMADA      VALUE 1.
               88 AJENA-CONCILIADA     VALUE 2.
               88 AJENA-DISCREPANTE    VALUE 3.
           02 AJE-LIQ-SECUENCIA        PIC 9(6).
           02 AJE-LIQ-FECHA            PIC 9(8).
      * importe que la red liquido de verdad (si no cuadra)
           02 AJE-LIQ-IMPORTE-ENT      PIC 9(7).
           02 AJE-LIQ-IMPORTE-DEC      PIC 9(2).
