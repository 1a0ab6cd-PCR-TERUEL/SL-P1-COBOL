       01 REPOSICIONFX-REG.
      * cargas del billetero de divisa registradas por supervisores,
      * una linea por denominacion cargada
           02 RPF-TARJETA-SUPERVISOR   PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RPF-DIA                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RPF-DIVISA               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RPF-DENOM                PIC 9(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RPF-CANTIDAD             PIC 9(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
