       01 VETADO-LOG-REG.
      * intentos de transferir a una contraparte vetada, para la
      * revision de cumplimiento
           02 VTL-TARJETA-ORIGEN       PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 VTL-TARJETA-DESTINO      PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 VTL-BANCO-DESTINO        PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
