      * el lote puede canjearse hasta el ultimo dia del mes que cae
      * MESES-CADUCIDAD-PUNTOS meses despues del mes de devengo
       CALCULAR-CADUCIDAD-PUNTOS.
           COMPUTE PUNTOS-MESES-CALC = (PUNTOS-ANO-DEVENGO * 12)
               + PUNTOS-MES-DEVENGO + MESES-CADUCIDAD-PUNTOS.
           DIVIDE PUNTOS-MESES-CALC BY 12 GIVING PUNTOS-ANO-CALC
               REMAINDER PUNTOS-MES-CALC.
           ADD 1 TO PUNTOS-MES-CALC.
           COMPUTE PUNTOS-DIAS-CALC = FUNCTION INTEGER-OF-DATE(
               (PUNTOS-ANO-CALC * 10000) + (PUNTOS-MES-CALC * 100) + 1)
               - 1.
           COMPUTE PUNTOS-CADUCIDAD-CALC =
               FUNCTION DATE-OF-INTEGER(PUNTOS-DIAS-CALC).
       CALCULAR-CADUCIDAD-PUNTOS-EXIT.
           EXIT.
