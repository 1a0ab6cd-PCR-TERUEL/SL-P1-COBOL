       01 DEVOLUCION-DOM-REG.
           02 DVD-EMISOR               PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVD-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVD-REFERENCIA           PIC X(12).
           02 FILLER                   PIC X(02) VALUE SPACES.
