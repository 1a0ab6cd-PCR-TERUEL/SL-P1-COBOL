           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "eventosaud.rpt".
       01 EVENTO-AUD-REG.
           02 EAU-TARJETA-SUPERVISOR   PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * ALTA / MODIFICACION / CANCELACION / ZONA
           02 EAU-ACCION               PIC X(12).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EAU-EVENTO               PIC 9(08).
