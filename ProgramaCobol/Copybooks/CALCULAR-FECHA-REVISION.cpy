       CALCULAR-FECHA-REVISION.
           DIVIDE REVISION-FECHA-BASE BY 10000 GIVING REVISION-ANO.
           MOVE REVISION-FECHA-BASE (5:2) TO REVISION-MES.
           MOVE REVISION-FECHA-BASE (7:2) TO REVISION-DIA.
           IF REVISION-DIA > 28
               MOVE 28 TO REVISION-DIA.
           ADD REVISION-MESES TO REVISION-MES.

       CALCULAR-FECHA-REVISION-ANO.
           IF REVISION-MES > 12
               SUBTRACT 12 FROM REVISION-MES
               ADD 1 TO REVISION-ANO
               GO TO CALCULAR-FECHA-REVISION-ANO.
           COMPUTE REVISION-FECHA = (REVISION-ANO * 10000)
               + (REVISION-MES * 100) + REVISION-DIA.
       CALCULAR-FECHA-REVISION-EXIT.
           EXIT.
