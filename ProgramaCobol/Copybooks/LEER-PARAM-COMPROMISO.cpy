       LEER-PARAM-COMPROMISO.
           MOVE 7 TO DIAS-COMPROMISO.
           MOVE 28 TO DIAS-USO-COMPROMISO.
           MOVE 3 TO MIN-TARJETAS-COMPROMISO.
           MOVE 5 TO FACTOR-COMPROMISO.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAM-COMPROMISO-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAM-COMPROMISO-CERRAR.
           IF PAR-DIAS-COMPROMISO NOT = 0
               MOVE PAR-DIAS-COMPROMISO TO DIAS-COMPROMISO.
           IF PAR-DIAS-USO-COMPROMISO NOT = 0
               MOVE PAR-DIAS-USO-COMPROMISO TO DIAS-USO-COMPROMISO.
           IF PAR-MIN-TARJETAS-COMPROMISO NOT = 0
               MOVE PAR-MIN-TARJETAS-COMPROMISO
                   TO MIN-TARJETAS-COMPROMISO.
           IF PAR-FACTOR-COMPROMISO NOT = 0
               MOVE PAR-FACTOR-COMPROMISO TO FACTOR-COMPROMISO.

       LEER-PARAM-COMPROMISO-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAM-COMPROMISO-EXIT.
           EXIT.
