      * quemada en la puerta del recinto por el control de acceso
      * (BANK38): no vuelve a dar acceso ni admite devolucion
               88 ENTRADA-USADA     VALUE 2.
      * cedida del todo a otra tarjeta (BANK77): la serie deja de dar
      * acceso y la tarjeta destino recibe una serie nueva
               88 ENTRADA-CEDIDA    VALUE 3.
      * fecha AAAAMMDD en que se uso (0 si no se ha usado)
           02 ENT-FECHA-USO         PIC 9(8).
      * parte del precio pagada con puntos de fidelizacion: puntos
      * canjeados y su valor en euros, que abona el banco al
      * organizador en la liquidacion; el resto se cargo en cuenta
           02 ENT-PUNTOS            PIC 9(9).
           02 ENT-PUNTOS-ENT        PIC 9(5).
           02 ENT-PUNTOS-DEC        PIC 9(2).
      * zona del evento en la que se compro (0 = evento sin zonas)
           02 ENT-ZONA              PIC 9(2).
      * serie de la que procede por cesion desde otra tarjeta (0 =
      * comprada por su titular); al ceder parte de las plazas la
      * entrada original conserva el resto, y el precio y los puntos
      * se reparten en proporcion a las plazas
           02 ENT-SERIE-ORIGEN      PIC 9(35).
