      * tarjeta a comprobar por COMPROBAR-TARJETA-MENOR y resultado:
      * 1 si es una cuenta de menor (07)
       77 TARJETA-MENOR-VERIF       PIC  9(16) VALUE 0.
       77 TARJETA-ES-MENOR          PIC  9(1) VALUE 0.
