      * fecha prevista (AAAAMMDD, sin rodar al dia habil) de la
      * siguiente ejecucion de la orden programada que hay en
      * TRANSFERENCIA-REG, en PROX-FECHA-NUM; 0 si no queda ninguna.
      * Las mensuales clasicas no la guardan: les toca el dia T-DIA
      * del mes siguiente al de su ultima ejecucion
       CALCULAR-PROX-EJECUCION.
           MOVE 0 TO PROX-FECHA-NUM.
           IF T-MENSUAL NOT = 1 OR T-CANCELADA
                   OR T-MESES-REPETIR = 0
               GO TO CALCULAR-PROX-EJECUCION-EXIT.
           IF T-PROX-EJECUCION NOT = 0
               MOVE T-PROX-EJECUCION TO PROX-FECHA-NUM
               GO TO CALCULAR-PROX-EJECUCION-EXIT.
           IF T-ULT-EJEC-ANO = 0
               MOVE T-ANO TO PROX-ANO
               MOVE T-MES TO PROX-MES
           ELSE
               MOVE T-ULT-EJEC-ANO TO PROX-ANO
               MOVE T-ULT-EJEC-MES TO PROX-MES.
           MOVE 1 TO PROX-DIA.
           MOVE 3 TO PROX-PERIODICIDAD.
           MOVE T-DIA TO PROX-DIA-EJECUCION.
           PERFORM AVANZAR-PROX-EJECUCION
               THRU AVANZAR-PROX-EJECUCION-EXIT.
       CALCULAR-PROX-EJECUCION-EXIT.
           EXIT.

      * PROX-FECHA-NUM pasa a la ejecucion siguiente segun
      * PROX-PERIODICIDAD; en las de meses el dia es
      * PROX-DIA-EJECUCION, o el ultimo del mes si este es mas corto.
      * Una orden de ejecucion unica no tiene siguiente (0)
       AVANZAR-PROX-EJECUCION.
           IF PROX-PERIODICIDAD = 2
               COMPUTE PROX-DIAS-TRABAJO =
                   FUNCTION INTEGER-OF-DATE(PROX-FECHA-NUM) + 7
               COMPUTE PROX-FECHA-NUM =
                   FUNCTION DATE-OF-INTEGER(PROX-DIAS-TRABAJO)
               GO TO AVANZAR-PROX-EJECUCION-EXIT.
           IF PROX-PERIODICIDAD = 0 OR PROX-PERIODICIDAD = 3
               MOVE 1 TO PROX-MESES-SUMAR
           ELSE
               IF PROX-PERIODICIDAD = 4
                   MOVE 3 TO PROX-MESES-SUMAR
               ELSE
                   IF PROX-PERIODICIDAD = 5
                       MOVE 12 TO PROX-MESES-SUMAR
                   ELSE
                       MOVE 0 TO PROX-FECHA-NUM
                       GO TO AVANZAR-PROX-EJECUCION-EXIT.

           COMPUTE PROX-MESES-TOTAL =
               (PROX-ANO * 12) + PROX-MES - 1 + PROX-MESES-SUMAR.
           COMPUTE PROX-ANO = PROX-MESES-TOTAL / 12.
           COMPUTE PROX-MES =
               PROX-MESES-TOTAL - (PROX-ANO * 12) + 1.

      * ultimo dia de ese mes: el dia 1 del mes siguiente menos uno
           MOVE PROX-ANO TO PROX-FIN-ANO.
           MOVE PROX-MES TO PROX-FIN-MES-MM.
           MOVE 1 TO PROX-FIN-DIA.
           IF PROX-FIN-MES-MM = 12
               ADD 1 TO PROX-FIN-ANO
               MOVE 1 TO PROX-FIN-MES-MM
           ELSE
               ADD 1 TO PROX-FIN-MES-MM.
           COMPUTE PROX-DIAS-TRABAJO =
               FUNCTION INTEGER-OF-DATE(PROX-FIN-MES-NUM) - 1.
           COMPUTE PROX-FIN-MES-NUM =
               FUNCTION DATE-OF-INTEGER(PROX-DIAS-TRABAJO).

           IF PROX-DIA-EJECUCION = 0
                   OR PROX-DIA-EJECUCION > PROX-FIN-DIA
               MOVE PROX-FIN-DIA TO PROX-DIA
           ELSE
               MOVE PROX-DIA-EJECUCION TO PROX-DIA.
       AVANZAR-PROX-EJECUCION-EXIT.
           EXIT.
