       LEER-PARAM-QUEJA.
           MOVE 30 TO DIAS-RESPUESTA-QUEJA.
           MOVE 5 TO DIAS-AVISO-QUEJA.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAM-QUEJA-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAM-QUEJA-CERRAR.
           IF PAR-DIAS-RESPUESTA-QUEJA NOT = 0
               MOVE PAR-DIAS-RESPUESTA-QUEJA TO DIAS-RESPUESTA-QUEJA.
           IF PAR-DIAS-AVISO-QUEJA NOT = 0
               MOVE PAR-DIAS-AVISO-QUEJA TO DIAS-AVISO-QUEJA.

       LEER-PARAM-QUEJA-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAM-QUEJA-EXIT.
           EXIT.
