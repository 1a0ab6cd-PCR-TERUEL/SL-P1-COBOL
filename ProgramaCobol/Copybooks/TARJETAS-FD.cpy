      * fecha de caducidad/renovacion en formato AAAAMMDD -- 0 significa
      * sin caducidad (tarjetas dadas de alta antes de este campo)
           02 TFECHA-CADUCIDAD PIC 9(8).
      * divisa de la cuenta asociada a la tarjeta, codigo del
      * maestro de divisas (divisas.ubd)
           02 TDIVISA PIC 9(02).
               88 TARJETA-DIVISA-EUR VALUE 01.
      * importe ingresado en efectivo pendiente de verificacion por
      * un supervisor: forma parte del saldo en cache pero no del
      * disponible para retiradas y transferencias; recoge tambien
      * las reservas de retirada y las autorizaciones de compra en
      * comercio pendientes de compensar
           02 TRETENIDO-ENT PIC 9(7).
           02 TRETENIDO-DEC PIC  9(2).
      * estado de la tarjeta -- permite bloquearla por perdida o robo
      * dormida por inactividad prolongada: bloqueo blando que solo
      * un supervisor puede levantar (cambio de estado a activa)
               88 TARJETA-DORMIDA VALUE 05.
      * congelada por cumplimiento al confirmarse que el titular
      * figura en una lista de sanciones: solo BANK60 la levanta
               88 TARJETA-CONGELADA VALUE 06.
      * producto del plastico -- 0 se trata como tarjeta de cuenta
      * (tarjetas dadas de alta antes de este campo); la tarjeta
      * regalo prepagada no tiene titular (TTITULAR 0), opera en
      * BANK4/BANK6 como cualquier otra pero queda vetada en
      * prestamos, plazos y descubiertos, y caduca a residuo; la
      * tarjeta de credito gasta contra su linea de creditos.ubd y
      * su saldo negativo es la deuda que se liquida cada mes. La
      * cuenta joven (04), la premium (05) y la cuenta de pagos
      * basica (06) son cuentas como la 01 con sus propias reglas
      * en el catalogo productos.ubd. La cuenta de menor (07) es de
      * un titular menor de edad cuyo tutor legal consta en
      * tutelas.ubd (TUT-MENOR/TUT-TUTOR): sin prestamos, anticipos,
      * transferencias a otros bancos ni descubiertos, y
      * BATCH-MAYORIA la pasa a la 01 al cumplir 18
           02 TPRODUCTO PIC 9(02).
               88 PRODUCTO-CUENTA VALUE 00 01 04 05 06 07.
               88 PRODUCTO-PREPAGO VALUE 02.
               88 PRODUCTO-CREDITO VALUE 03.
               88 PRODUCTO-JOVEN VALUE 04.
               88 PRODUCTO-PREMIUM VALUE 05.
               88 PRODUCTO-BASICA VALUE 06.
               88 PRODUCTO-MENOR VALUE 07.
      * esquema con el que esta guardado TPIN (ver CIFRAR-PIN.cpy);
      * 0 se trata como el esquema 1 historico, y cada verificacion
      * correcta bajo un esquema viejo reescribe el PIN al vigente
