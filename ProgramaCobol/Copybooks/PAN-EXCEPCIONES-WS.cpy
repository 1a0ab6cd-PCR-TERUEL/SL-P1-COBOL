      * lista controlada de salidas que necesitan el numero de
      * tarjeta completo: programa (como en ERROR-PROGRAMA) y
      * fichero. Cualquier alta aqui la aprueba seguridad de
      * tarjetas; lo que no figure sale enmascarado aunque lo pida
       01 PAN-EXCEPCIONES-VALORES.
      * casa de embosado: graba el numero en el plastico
           05 FILLER PIC X(08) VALUE "BATCH-EM".
           05 FILLER PIC X(20) VALUE "embosado.txt".
      * comunicacion legal a la unidad de inteligencia financiera
           05 FILLER PIC X(08) VALUE "BATCH-UI".
           05 FILLER PIC X(20) VALUE "uifcomunicacion.txt".
      * cuenta del beneficiario en el otro banco
           05 FILLER PIC X(08) VALUE "BATCH-IB".
           05 FILLER PIC X(20) VALUE "sepa-ct.xml".
      * avisos de fraude que BANK24 convierte en expedientes y
      * bloqueos: la tarjeta tiene que poder localizarse
           05 FILLER PIC X(08) VALUE "BATCH-FR".
           05 FILLER PIC X(20) VALUE "fraude.rpt".
           05 FILLER PIC X(08) VALUE "BANK4".
           05 FILLER PIC X(20) VALUE "fraude.rpt".
           05 FILLER PIC X(08) VALUE "BANK6".
           05 FILLER PIC X(20) VALUE "fraude.rpt".
           05 FILLER PIC X(08) VALUE "BANK29".
           05 FILLER PIC X(20) VALUE "fraude.rpt".
           05 FILLER PIC X(08) VALUE "BANK37".
           05 FILLER PIC X(20) VALUE "fraude.rpt".
           05 FILLER PIC X(08) VALUE "BANK81".
           05 FILLER PIC X(20) VALUE "fraude.rpt".
      * dispensas contra las que BANK46 resuelve las reclamaciones
           05 FILLER PIC X(08) VALUE "BANK4".
           05 FILLER PIC X(20) VALUE "dispensas.rpt".
           05 FILLER PIC X(08) VALUE "BANK31".
           05 FILLER PIC X(20) VALUE "dispensas.rpt".
      * ingresos de terceros que BATCH-AML agrega por tarjeta
           05 FILLER PIC X(08) VALUE "BANK48".
           05 FILLER PIC X(20) VALUE "amldepositos.rpt".
      * cuenta del deudor en su banco en los recibos que giran los
      * acreedores
           05 FILLER PIC X(08) VALUE "BATCH-GC".
           05 FILLER PIC X(20) VALUE "cobrosdom.txt".
      * declaracion informativa anual: las cuentas sin numero de
      * cuenta compartida se identifican ante hacienda por la tarjeta
           05 FILLER PIC X(08) VALUE "BATCH-DI".
           05 FILLER PIC X(20) VALUE "informativa.txt".
      * tarjetas de otros bancos en nuestros cajeros: la red y el
      * banco emisor identifican la tarjeta por el numero completo
           05 FILLER PIC X(08) VALUE "BANK79".
           05 FILLER PIC X(20) VALUE "redpeticiones.txt".
           05 FILLER PIC X(08) VALUE "BATCH-IC".
           05 FILLER PIC X(20) VALUE "intercambio.txt".
      * anulacion ante la red de las operaciones que quedaron sin
      * terminar de un dia anterior
           05 FILLER PIC X(08) VALUE "BATCH-IC".
           05 FILLER PIC X(20) VALUE "redpeticiones.txt".
       01 PAN-EXCEPCIONES REDEFINES PAN-EXCEPCIONES-VALORES.
           05 PAN-EXCEPCION OCCURS 17 TIMES.
               10 PEX-PROGRAMA         PIC X(08).
               10 PEX-SALIDA           PIC X(20).
       77 IND-PAN-EXCEPCION          PIC 9(02).

      * salida que se va a escribir y si puede llevar el numero
      * completo; PAN-NUM-CLARO cuenta los numeros escritos en claro
      * desde la ultima anotacion
       77 PAN-PROGRAMA               PIC X(08) VALUE SPACES.
       77 PAN-SALIDA                 PIC X(20) VALUE SPACES.
       77 PAN-AUTORIZACION           PIC 9(01) VALUE 0.
           88 PAN-CLARO-AUTORIZADO VALUE 1.
       77 PAN-NUM-CLARO              PIC 9(07) VALUE 0.
