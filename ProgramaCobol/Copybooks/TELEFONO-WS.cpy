       77 TELEFONO-BUSCADO          PIC  X(15) VALUE SPACES.
       77 TELEFONO-TARJETA          PIC  9(16) VALUE 0.
       77 TELEFONO-ENCONTRADO       PIC  9(1) VALUE 0.
       77 NOMBRE-ENMASCARADO        PIC  X(20) VALUE SPACES.
