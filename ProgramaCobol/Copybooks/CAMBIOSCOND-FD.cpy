       FD CAMBIOSCOND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cambioscond.ubd".
       01 CAMBIOCOND-REG.
      * cambios de condiciones pendientes de preaviso al cliente: una
      * fila por operacion del tarifario (carga de tarifas.txt), por
      * banda de la tabla de tramos del interes acreedor (BANK44) o
      * por producto del catalogo cuya cuota o tramos cambian (carga
      * de productos.txt) con su fecha de efecto pedida.
      * BATCH-PREAVISOS avisa por carta y correo a cada tarjeta
      * afectada y solo la lleva a tarifas.ubd, tramosint.ubd o
      * productos.ubd con fecha de vigor posterior al plazo de
      * preaviso contado desde el aviso
           02 CCO-CLAVE.
               03 CCO-TIPO             PIC X(1).
                   88 CAMBIO-TARIFA        VALUE "T".
                   88 CAMBIO-INTERES       VALUE "I".
                   88 CAMBIO-PRODUCTO      VALUE "P".
               03 CCO-FECHA-EFECTO     PIC 9(8).
      * operacion del tarifario (TAR-OPERACION), banda de tramo o
      * producto (PRD-CODIGO)
               03 CCO-CODIGO           PIC 9(2).
      * condiciones nuevas de una operacion del tarifario (de un
      * producto, la cuota mensual propia en la parte fija)
           02 CCO-FIJO-ENT             PIC 9(5).
           02 CCO-FIJO-DEC             PIC 9(2).
           02 CCO-PCT                  PIC 9(2)V9(2).
           02 CCO-MINIMO-ENT           PIC 9(5).
           02 CCO-MINIMO-DEC           PIC 9(2).
      * condiciones nuevas de una banda de tramo: suelo y tasa anual
           02 CCO-SALDO-DESDE          PIC 9(9).
           02 CCO-TASA                 PIC 9(2)V9(2).
      * origen: tarjeta del supervisor en BANK44, 0 en la carga
           02 CCO-SUPERVISOR           PIC 9(16).
           02 CCO-FECHA-CARGA          PIC 9(8).
           02 CCO-ESTADO               PIC 9(1).
               88 CAMBIO-PENDIENTE-AVISO   VALUE 0.
               88 CAMBIO-AVISADO           VALUE 1.
               88 CAMBIO-EN-VIGOR          VALUE 2.
      * fecha en que salieron los avisos y fecha real de vigor: la
      * pedida, o el fin del preaviso si el aviso salio mas tarde
           02 CCO-FECHA-AVISO          PIC 9(8).
           02 CCO-FECHA-VIGOR          PIC 9(8).
           02 CCO-TARJETAS-AVISADAS    PIC 9(7).
      * condiciones nuevas de un producto: si tiene cuota propia y
      * su tabla de tramos completa
           02 CCO-PRD-CUOTA-PROPIA     PIC 9(1).
           02 CCO-PRD-NUM-TRAMOS       PIC 9(1).
           02 CCO-PRD-TRAMO OCCURS 5 TIMES.
               03 CCO-PRD-DESDE        PIC 9(9).
               03 CCO-PRD-TASA         PIC 9(2)V9(2).
