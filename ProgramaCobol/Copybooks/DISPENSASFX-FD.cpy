       01 DISPENSAFX-REG.
      * diario de dispensas en divisa: una linea por denominacion
      * entregada, para el cuadre por divisa de fin de dia
           02 DFX-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DFX-DIVISA               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DFX-DENOM                PIC 9(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DFX-CANTIDAD             PIC 9(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
