      * el extracto diario hacia contabilidad no lleva cuentas
      * grabadas a fuego en el programa; los codigos 97 y 98 estan
      * reservados para el devengo de fin de mes (plazos y
      * prestamos respectivamente, BATCH-DEVENGO); el 96 guarda en
      * CON-CTA-HABER la cuenta de partidas en suspenso, que debe
      * cuadrar con lo pendiente en suspenso.ubd (BATCH-SUSPENSO)
           02 CON-MOV-TIPO             PIC 9(2).
           02 CON-CTA-DEBE             PIC X(8).
           02 CON-CTA-HABER            PIC X(8).
