           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reconciliacion.rpt".
       01 EXCEPCION-REG.
           02 EXC-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EXC-SALDO-CACHE-ENT      PIC -9(9).
           02 FILLER                   PIC X(01) VALUE ",".
