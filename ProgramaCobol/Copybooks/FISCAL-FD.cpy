           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fiscal.rpt".
       01 FISCAL-REG.
           02 FISC-TARJETA               PIC X(16).
           02 FILLER                     PIC X(02) VALUE SPACES.
           02 FISC-ANO                   PIC 9(04).
           02 FILLER                     PIC X(02) VALUE SPACES.
