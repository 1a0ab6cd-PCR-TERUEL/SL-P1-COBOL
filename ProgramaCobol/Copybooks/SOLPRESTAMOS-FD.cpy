       FD SOLPRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "solprestamos.ubd".
       01 SOLPRESTAMO-REG.
      * solicitud de prestamo hecha por el titular en el cajero
      * (BANK65): BATCH-SOLPRESTAMOS la puntua por la noche y las
      * preaprobadas y las derivadas a estudio quedan en la cola de
      * BANK30, donde el supervisor hace el desembolso o la rechaza
           02 SPR-NUM               PIC 9(35).
           02 SPR-TARJETA           PIC 9(16).
      * importe solicitado, en euros enteros, y plazo en meses
           02 SPR-IMPORTE           PIC 9(7).
           02 SPR-MESES             PIC 9(3).
           02 SPR-FECHA-ALTA        PIC 9(8).
           02 SPR-ESTADO            PIC 9(1).
               88 SOLPRE-PENDIENTE      VALUE 0.
               88 SOLPRE-PREAPROBADA    VALUE 1.
               88 SOLPRE-DERIVADA       VALUE 2.
               88 SOLPRE-DENEGADA       VALUE 3.
               88 SOLPRE-CONCEDIDA      VALUE 4.
               88 SOLPRE-RECHAZADA      VALUE 5.
               88 SOLPRE-CADUCADA       VALUE 6.
      * datos de la puntuacion: nomina media detectada, cuotas de
      * los prestamos vigentes, cuota estimada del nuevo, porcentaje
      * de endeudamiento resultante y situacion en el buro
           02 SPR-FECHA-PUNTUACION  PIC 9(8).
           02 SPR-NOMINA-MEDIA      PIC 9(7)V9(2).
           02 SPR-CUOTAS-VIGENTES   PIC 9(7)V9(2).
           02 SPR-CUOTA-ESTIMADA    PIC 9(7)V9(2).
           02 SPR-PCT-ENDEUDAMIENTO PIC 9(3).
           02 SPR-BURO-SITUACION    PIC 9(1).
      * primer motivo de denegacion o de derivacion a estudio
           02 SPR-MOTIVO            PIC X(25).
      * resolucion en BANK30: supervisor, fecha y prestamo concedido
           02 SPR-SUPERVISOR        PIC 9(16).
           02 SPR-FECHA-RESOLUCION  PIC 9(8).
           02 SPR-PRESTAMO          PIC 9(35).
