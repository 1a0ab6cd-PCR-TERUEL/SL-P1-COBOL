      * retirada rapida guardada para RAPIDA-TARJETA; sin fichero o
      * sin ficha la tarjeta no tiene ninguna
       LEER-RETIRADA-RAPIDA.
           MOVE 0 TO HAY-RAPIDA.
           OPEN INPUT RETIRADA-RAPIDA.
           IF FSRW = 35
               MOVE "00" TO FSRW
               GO TO LEER-RETIRADA-RAPIDA-EXIT.
           IF FSRW NOT = 00
               GO TO PSYS-ERR.
           MOVE RAPIDA-TARJETA TO RAP-TARJETA.
           READ RETIRADA-RAPIDA INVALID KEY
               GO TO LEER-RETIRADA-RAPIDA-CERRAR.
           MOVE 1 TO HAY-RAPIDA.
           MOVE RAP-IMPORTE TO RAPIDA-IMPORTE.
           MOVE RAP-N-50 TO RAPIDA-N-50.
           MOVE RAP-N-20 TO RAPIDA-N-20.
           MOVE RAP-N-10 TO RAPIDA-N-10.
           MOVE RAP-RECIBO TO RAPIDA-RECIBO.

       LEER-RETIRADA-RAPIDA-CERRAR.
           CLOSE RETIRADA-RAPIDA.
       LEER-RETIRADA-RAPIDA-EXIT.
           EXIT.
