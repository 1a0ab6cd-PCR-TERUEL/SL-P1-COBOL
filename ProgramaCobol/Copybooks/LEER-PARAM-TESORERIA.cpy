       LEER-PARAM-TESORERIA.
           MOVE 50000 TO LIMITE-POSICION-DIVISA.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAM-TESORERIA-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAM-TESORERIA-CERRAR.
           IF PAR-LIMITE-POSICION-DIVISA NOT = 0
               MOVE PAR-LIMITE-POSICION-DIVISA
                   TO LIMITE-POSICION-DIVISA.

       LEER-PARAM-TESORERIA-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAM-TESORERIA-EXIT.
           EXIT.
