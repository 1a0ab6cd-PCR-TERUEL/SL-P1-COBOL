      * entrada y salida de CALCULAR-PROX-EJECUCION y
      * AVANZAR-PROX-EJECUCION
       77 PROX-PERIODICIDAD         PIC 9(1) VALUE 0.
       77 PROX-DIA-EJECUCION        PIC 9(2) VALUE 0.
       01 PROX-FECHA-NUM            PIC 9(8) VALUE 0.
       01 PROX-FECHA REDEFINES PROX-FECHA-NUM.
           05 PROX-ANO              PIC 9(4).
           05 PROX-MES              PIC 9(2).
           05 PROX-DIA              PIC 9(2).
       01 PROX-FIN-MES-NUM          PIC 9(8) VALUE 0.
       01 PROX-FIN-MES REDEFINES PROX-FIN-MES-NUM.
           05 PROX-FIN-ANO          PIC 9(4).
           05 PROX-FIN-MES-MM       PIC 9(2).
           05 PROX-FIN-DIA          PIC 9(2).
       77 PROX-MESES-SUMAR          PIC 9(2) VALUE 0.
       77 PROX-MESES-TOTAL          PIC 9(6) VALUE 0.
       77 PROX-DIAS-TRABAJO         PIC S9(9) VALUE 0.
