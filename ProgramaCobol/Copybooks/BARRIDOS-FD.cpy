       FD BARRIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "barridos.ubd".
       01 BARRIDO-REG.
      * regla de barrido a plazo fijo del titular (BANK14): cada mes
      * BATCH-BARRIDOS lleva lo que el disponible de la tarjeta pase
      * del umbral a un deposito nuevo del plazo e instruccion de la
      * regla, al interes de parametros vigente ese dia
           02 BAR-TARJETA           PIC 9(16).
           02 BAR-UMBRAL-ENT        PIC 9(7).
           02 BAR-UMBRAL-DEC        PIC 9(2).
           02 BAR-MESES             PIC 9(2).
      * instruccion a vencimiento de los depositos que abra, con los
      * valores de PLZ-INSTRUCCION
           02 BAR-INSTRUCCION       PIC 9(1).
           02 BAR-FECHA-ALTA        PIC 9(8).
      * mes (AAAAMM) del ultimo barrido: uno como mucho por mes
           02 BAR-ULT-BARRIDO       PIC 9(6).
           02 BAR-ESTADO            PIC 9(1).
               88 BARRIDO-ACTIVO    VALUE 0.
               88 BARRIDO-BAJA      VALUE 1.
