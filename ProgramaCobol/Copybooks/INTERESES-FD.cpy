           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intereses.rpt".
       01 INTERES-REG.
           02 INT-TARJETA                PIC X(16).
           02 FILLER                     PIC X(02) VALUE SPACES.
           02 INT-ANO                    PIC 9(04).
           02 FILLER                     PIC X(01) VALUE "-".
