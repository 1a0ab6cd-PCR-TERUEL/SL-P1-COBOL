       LEER-UMBRAL-FRAUDE.
           MOVE 5 TO UMBRAL-INTENTOS-FRAUDE.
           MOVE 1000 TO UMBRAL-IMPORTE-FRAUDE.
           MOVE 2 TO FACTOR-VIAJE.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-UMBRAL-FRAUDE-EXIT.
               GO TO LEER-UMBRAL-FRAUDE-CERRAR.
           MOVE PAR-UMBRAL-INTENTOS-FRAUDE TO UMBRAL-INTENTOS-FRAUDE.
           MOVE PAR-UMBRAL-IMPORTE-FRAUDE TO UMBRAL-IMPORTE-FRAUDE.
           IF PAR-FACTOR-VIAJE NOT = 0
               MOVE PAR-FACTOR-VIAJE TO FACTOR-VIAJE.

       LEER-UMBRAL-FRAUDE-CERRAR.
           CLOSE PARAMETROS.
