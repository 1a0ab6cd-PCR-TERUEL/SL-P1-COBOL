       FD COMERCIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "comercios.ubd".
       01 COMERCIO-REG.
      * maestro de comercios con terminal punto de venta en los que
      * se admite la tarjeta (BATCH-COMERCIOS): solo un comercio
      * dado de alta y activo puede pedir autorizaciones
           02 COM-CODIGO               PIC 9(8).
           02 COM-NOMBRE               PIC X(30).
      * codigo de actividad del comercio (alimentacion, restaura-
      * cion, combustible...), segun la tabla del adquirente
           02 COM-CATEGORIA            PIC 9(4).
      * entidad adquirente que da servicio al terminal y nos remite
      * las peticiones de autorizacion y la compensacion diaria
           02 COM-ADQUIRENTE           PIC 9(4).
           02 COM-ESTADO               PIC 9(1).
               88 COMERCIO-ACTIVO      VALUE 0.
               88 COMERCIO-BAJA        VALUE 1.
