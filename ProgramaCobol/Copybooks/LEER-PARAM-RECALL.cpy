       LEER-PARAM-RECALL.
           MOVE 15 TO DIAS-RECALL.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAM-RECALL-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAM-RECALL-CERRAR.
           IF PAR-DIAS-RECALL NOT = 0
               MOVE PAR-DIAS-RECALL TO DIAS-RECALL.

       LEER-PARAM-RECALL-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAM-RECALL-EXIT.
           EXIT.
