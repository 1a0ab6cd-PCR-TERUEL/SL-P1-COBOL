           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reposiciones.rpt".
       01 REPOSICION-REG.
           02 REP-TARJETA-SUPERVISOR   PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 REP-DIA                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
