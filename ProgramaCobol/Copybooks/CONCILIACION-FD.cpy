       01 CONCILIACION-REG.
           02 CJ-T-NUM                 PIC 9(35).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CJ-TARJETA-ORIGEN        PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CJ-TARJETA-DESTINO       PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CJ-BANCO-DESTINO         PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
