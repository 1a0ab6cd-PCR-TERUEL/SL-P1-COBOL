           MOVE 5 TO VELOCIDAD-MAX-OPS.
           MOVE 30 TO VELOCIDAD-MINUTOS.
           MOVE 2000 TO VELOCIDAD-IMPORTE.
           MOVE 2 TO FACTOR-VIAJE.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-VELOCIDAD-EXIT.
               MOVE PAR-VELOCIDAD-MINUTOS TO VELOCIDAD-MINUTOS.
           IF PAR-VELOCIDAD-IMPORTE NOT = 0
               MOVE PAR-VELOCIDAD-IMPORTE TO VELOCIDAD-IMPORTE.
           IF PAR-FACTOR-VIAJE NOT = 0
               MOVE PAR-FACTOR-VIAJE TO FACTOR-VIAJE.

       LEER-VELOCIDAD-CERRAR.
           CLOSE PARAMETROS.
