      * deja 1 en TARJETA-ES-MENOR si TARJETA-MENOR-VERIF es una
      * cuenta de menor: sin descubiertos, prestamos, anticipos ni
      * transferencias a otros bancos. TARJETAS ha de estar cerrado
       COMPROBAR-TARJETA-MENOR.
           MOVE 0 TO TARJETA-ES-MENOR.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-MENOR-VERIF TO TNUM.
           READ TARJETAS INVALID KEY
               GO TO COMPROBAR-TARJETA-MENOR-CERRAR.
           IF PRODUCTO-MENOR
               MOVE 1 TO TARJETA-ES-MENOR.

       COMPROBAR-TARJETA-MENOR-CERRAR.
           CLOSE TARJETAS.
       COMPROBAR-TARJETA-MENOR-EXIT.
           EXIT.
