           02 PHI-DESPUES-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * 0 cuando el cambio lo aplica el cierre de fin de dia
           02 PHI-SUPERVISOR           PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PHI-DIA                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
