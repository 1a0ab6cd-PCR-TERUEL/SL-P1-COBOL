           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recibos.rpt".
       01 RECIBO-REG.
           02 REC-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 REC-DIA                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
