       FD AUTORIZACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "autorizaciones.ubd".
       01 AUTORIZACION-REG.
      * autorizaciones de compra en terminal punto de venta
      * (BATCH-AUTORIZACIONES): el importe autorizado queda retenido
      * del disponible (TRETENIDO) hasta que la compensacion diaria
      * del adquirente trae la compra (BATCH-COMPRAS) o la
      * retencion caduca sin compensar
      * numero de autorizacion, asignado por CONTADORES (cod 21); es
      * el codigo que se devuelve al adquirente y que este repite
      * en la linea de compensacion
           02 AUT-NUM                  PIC 9(10).
           02 AUT-TARJETA              PIC 9(16).
           02 AUT-COMERCIO             PIC 9(8).
      * referencia de la operacion en el adquirente
           02 AUT-REFERENCIA           PIC X(12).
           02 AUT-IMPORTE-ENT          PIC 9(7).
           02 AUT-IMPORTE-DEC          PIC 9(2).
           02 AUT-DIVISA               PIC 9(2).
           02 AUT-FECHA                PIC 9(8).
           02 AUT-HORA                 PIC 9(6).
           02 AUT-ESTADO               PIC 9(1).
               88 AUTORIZACION-RETENIDA    VALUE 0.
               88 AUTORIZACION-COMPENSADA  VALUE 1.
               88 AUTORIZACION-LIBERADA    VALUE 2.
      * movimiento de compra anotado al compensar y fecha de la
      * compensacion o de la liberacion por caducidad
           02 AUT-MOV-NUM              PIC 9(35).
           02 AUT-FECHA-CIERRE         PIC 9(8).
