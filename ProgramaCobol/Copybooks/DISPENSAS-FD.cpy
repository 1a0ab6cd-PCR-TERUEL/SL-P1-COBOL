           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "dispensas.rpt".
       01 DISPENSA-REG.
           02 DIS-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * billetes realmente entregados por el dispensador
           02 DIS-N-50                 PIC 9(05).
