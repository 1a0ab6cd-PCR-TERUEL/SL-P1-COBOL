       LEER-HORAS-RESERVA.
           MOVE 24 TO HORAS-RESERVA-ESPERA.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-HORAS-RESERVA-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-HORAS-RESERVA-CERRAR.
           IF PAR-HORAS-RESERVA-ESPERA NOT = 0
               MOVE PAR-HORAS-RESERVA-ESPERA TO HORAS-RESERVA-ESPERA.

       LEER-HORAS-RESERVA-CERRAR.
           CLOSE PARAMETROS.
       LEER-HORAS-RESERVA-EXIT.
           EXIT.
