       LEER-PARAM-AJENAS.
           MOVE 2 TO RECARGO-AJENA.
           MOVE 0.65 TO INTERCAMBIO-RETIRADA.
           MOVE 0.30 TO INTERCAMBIO-CONSULTA.
           MOVE 30 TO SEG-RESPUESTA-RED.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAM-AJENAS-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAM-AJENAS-CERRAR.
           IF PAR-RECARGO-AJENA NOT = 0
               MOVE PAR-RECARGO-AJENA TO RECARGO-AJENA.
           IF PAR-INTERCAMBIO-RETIRADA NOT = 0
               MOVE PAR-INTERCAMBIO-RETIRADA TO INTERCAMBIO-RETIRADA.
           IF PAR-INTERCAMBIO-CONSULTA NOT = 0
               MOVE PAR-INTERCAMBIO-CONSULTA TO INTERCAMBIO-CONSULTA.
           IF PAR-SEG-RESPUESTA-RED NOT = 0
               MOVE PAR-SEG-RESPUESTA-RED TO SEG-RESPUESTA-RED.

       LEER-PARAM-AJENAS-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAM-AJENAS-EXIT.
           EXIT.
