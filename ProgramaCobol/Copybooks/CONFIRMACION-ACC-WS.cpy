      * confirmacion adicional del modo accesible antes de mover
      * dinero: operacion e importe que se repiten al cliente y su
      * respuesta (1 = confirma, 0 = cancela)
       77 CONFIRMA-OPERACION        PIC X(40).
       77 CONFIRMA-IMPORTE-ENT      PIC 9(7).
       77 CONFIRMA-IMPORTE-DEC      PIC 9(2).
       77 CONFIRMA-RESULTADO        PIC 9(1).
