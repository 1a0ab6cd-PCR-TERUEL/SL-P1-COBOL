      * en TARJETA-CALCULO (via CUENTA-TARJETA), la tarjeta de respaldo
      * designada para cubrir un descubierto de CENT-DEFICIT -- solo se
      * considera la primera tarjeta distinta encontrada en la misma
      * cuenta, y solo si su saldo alcanza para cubrir el descubierto.
      * Una cuenta de menor nunca se cubre con respaldo
       BUSCAR-TARJETA-RESPALDO.
           MOVE 0 TO HAY-RESPALDO.
           MOVE TARJETA-CALCULO TO TARJETA-RESPALDO.
           MOVE TARJETA-CALCULO TO TARJETA-MENOR-VERIF.
           PERFORM COMPROBAR-TARJETA-MENOR
               THRU COMPROBAR-TARJETA-MENOR-EXIT.
           IF TARJETA-ES-MENOR = 1
               GO TO BUSCAR-TARJETA-RESPALDO-EXIT.
           OPEN INPUT CUENTA-TARJETA.
           IF FSCT = 35
               GO TO BUSCAR-TARJETA-RESPALDO-EXIT.
