       FD ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
       01 ACREEDOR-REG.
      * registro de acreedores: clientes de empresa que cobran
      * recibos domiciliados a sus propios clientes a traves de
      * UnizarBank; el cobro se abona y la devolucion se carga en
      * ACR-TARJETA (con suscripcion activa en cuaderno43.ubd)
           02 ACR-CODIGO            PIC 9(4).
           02 ACR-NOMBRE            PIC X(30).
      * identificador de acreedor que figura en el fichero de
      * cobros para la camara de compensacion
           02 ACR-IDENTIFICADOR     PIC X(16).
           02 ACR-TARJETA           PIC 9(16).
           02 ACR-FECHA-ALTA        PIC 9(8).
           02 ACR-ESTADO            PIC 9(1).
               88 ACREEDOR-ACTIVO   VALUE 0.
               88 ACREEDOR-BAJA     VALUE 1.
