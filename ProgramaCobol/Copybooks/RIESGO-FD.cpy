           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "riesgo.rpt".
       01 RIESGO-REG.
           02 RGO-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RGO-PRESTAMO             PIC 9(35).
           02 FILLER                   PIC X(02) VALUE SPACES.
