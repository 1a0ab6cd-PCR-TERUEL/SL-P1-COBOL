       FD AJUSTESPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ajustesper.ubd".
       01 AJUSTEPER-REG.
      * movimiento fechado en un mes en cierre o cerrado y llevado
      * como ajuste al primer mes abierto; contabilidad lo recibe
      * con la referencia de su periodo de origen (BATCH-AJUSTES)
           02 AJP-MOV-NUM              PIC 9(35).
           02 AJP-PERIODO-ORIGEN       PIC 9(6).
           02 AJP-FECHA-ORIGEN         PIC 9(8).
           02 AJP-FECHA-AJUSTE         PIC 9(8).
