       LEER-PARAM-EMBARGO.
           MOVE 20 TO DIAS-ESPERA-EMBARGO.
           MOVE 1184 TO MINIMO-INEMBARGABLE.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAM-EMBARGO-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAM-EMBARGO-CERRAR.
           IF PAR-DIAS-ESPERA-EMBARGO NOT = 0
               MOVE PAR-DIAS-ESPERA-EMBARGO TO DIAS-ESPERA-EMBARGO.
           IF PAR-MINIMO-INEMBARGABLE NOT = 0
               MOVE PAR-MINIMO-INEMBARGABLE TO MINIMO-INEMBARGABLE.

       LEER-PARAM-EMBARGO-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAM-EMBARGO-EXIT.
           EXIT.
