       LEER-PARAM-CESION.
           MOVE 24 TO HORAS-CESION.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAM-CESION-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAM-CESION-CERRAR.
           IF PAR-HORAS-CESION NOT = 0
               MOVE PAR-HORAS-CESION TO HORAS-CESION.

       LEER-PARAM-CESION-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAM-CESION-EXIT.
           EXIT.
