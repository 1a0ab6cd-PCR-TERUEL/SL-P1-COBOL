      * sucesora vigente de una tarjeta sustituida por renovacion o
      * por reposicion: sigue el mapa de renovaciones.ubd mientras
      * la tarjeta alcanzada siga de baja, perdida o robada (una
      * sucesora tambien puede renovarse o perderse despues); las
      * renovaciones anuladas no cuentan. Se entra con TARJETAS y
      * RENOVACIONES cerrados
       RESOLVER-SUCESORA.
           MOVE 0 TO HAY-SUCESORA.
           MOVE 0 TO SALTOS-SUCESORA.

       RESOLVER-SUCESORA-SALTO.
           OPEN INPUT RENOVACIONES.
           IF FSRN NOT = 00
               GO TO RESOLVER-SUCESORA-EXIT.
           MOVE TARJETA-SUCESORA TO REN-TARJETA-ANTIGUA.
           START RENOVACIONES KEY IS = REN-TARJETA-ANTIGUA
               INVALID KEY
                   CLOSE RENOVACIONES
                   GO TO RESOLVER-SUCESORA-EXIT.

       RESOLVER-SUCESORA-LEER.
           READ RENOVACIONES NEXT RECORD
               AT END
                   CLOSE RENOVACIONES
                   GO TO RESOLVER-SUCESORA-EXIT.
           IF REN-TARJETA-ANTIGUA NOT = TARJETA-SUCESORA
               CLOSE RENOVACIONES
               GO TO RESOLVER-SUCESORA-EXIT.
           IF RENOVACION-ANULADA
               GO TO RESOLVER-SUCESORA-LEER.
           MOVE REN-TARJETA-NUEVA TO TARJETA-SUCESORA.
           MOVE 1 TO HAY-SUCESORA.
           CLOSE RENOVACIONES.
           ADD 1 TO SALTOS-SUCESORA.
           IF SALTOS-SUCESORA > 5
               GO TO RESOLVER-SUCESORA-EXIT.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO RESOLVER-SUCESORA-EXIT.
           MOVE TARJETA-SUCESORA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO RESOLVER-SUCESORA-EXIT.
           IF TARJETA-BAJA OR TARJETA-PERDIDA OR TARJETA-ROBADA
               CLOSE TARJETAS
               GO TO RESOLVER-SUCESORA-SALTO.
           CLOSE TARJETAS.
       RESOLVER-SUCESORA-EXIT.
           EXIT.
