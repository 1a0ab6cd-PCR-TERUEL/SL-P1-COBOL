           02 FILLER                   PIC X(01) VALUE ":".
           02 EXP-MIN                  PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EXP-TARJETA-ORIGEN       PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EXP-TARJETA-DESTINO      PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EXP-IMPORTE-ENT          PIC -9(9).
           02 FILLER                   PIC X(01) VALUE ",".
