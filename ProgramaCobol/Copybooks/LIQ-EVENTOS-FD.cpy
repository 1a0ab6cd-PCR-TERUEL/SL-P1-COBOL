           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liquidacioneventos.rpt".
       01 LIQ-EVENTO-REG.
      * EVENTO = detalle por espectaculo, ZONA = desglose del
      * espectaculo por zonas (solo eventos con zonas), ORGANIZADOR =
      * total con el que se liquida a cada organizador
           02 LQE-TIPO                   PIC X(11).
           02 FILLER                     PIC X(02) VALUE SPACES.
           02 LQE-ORGANIZADOR            PIC 9(04).
           02 LQE-ANO                    PIC 9(04).
           02 FILLER                     PIC X(01) VALUE "-".
           02 LQE-MES                    PIC 9(02).
           02 FILLER                     PIC X(02) VALUE SPACES.
      * parte del bruto pagada por el banco (entradas canjeadas con
      * puntos de fidelizacion)
           02 LQE-BANCO-ENT              PIC -9(9).
           02 FILLER                     PIC X(01) VALUE ",".
           02 LQE-BANCO-DEC              PIC 9(02).
           02 FILLER                     PIC X(02) VALUE SPACES.
      * zona del evento en las lineas ZONA (0 en las demas)
           02 LQE-ZONA                   PIC 9(02).
