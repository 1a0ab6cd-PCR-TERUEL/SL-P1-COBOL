       LEER-PARAM-PUNTOS.
           MOVE 24 TO MESES-CADUCIDAD-PUNTOS.
           MOVE 1 TO CENT-POR-PUNTO.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAM-PUNTOS-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAM-PUNTOS-CERRAR.
           IF PAR-MESES-CADUCIDAD-PUNTOS NOT = 0
               MOVE PAR-MESES-CADUCIDAD-PUNTOS
                   TO MESES-CADUCIDAD-PUNTOS.
           IF PAR-CENT-POR-PUNTO NOT = 0
               MOVE PAR-CENT-POR-PUNTO TO CENT-POR-PUNTO.

       LEER-PARAM-PUNTOS-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAM-PUNTOS-EXIT.
           EXIT.
