       LEER-PARAM-PREAVISO.
           MOVE 60 TO DIAS-PREAVISO.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAM-PREAVISO-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAM-PREAVISO-CERRAR.
           IF PAR-DIAS-PREAVISO NOT = 0
               MOVE PAR-DIAS-PREAVISO TO DIAS-PREAVISO.

       LEER-PARAM-PREAVISO-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAM-PREAVISO-EXIT.
           EXIT.
