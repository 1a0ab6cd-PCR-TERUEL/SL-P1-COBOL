           02 INC-CAUSA                PIC X(25).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * 0 si la incidencia no afecto a ninguna tarjeta concreta
           02 INC-TARJETA              PIC X(16).
