      * descripcion de las categorias de QJA-CATEGORIA, indexada por
      * el propio codigo
       01 TABLA-CATEGORIAS-QUEJA.
           05 FILLER                PIC X(24) VALUE
               "Comisiones y gastos".
           05 FILLER                PIC X(24) VALUE
               "Intereses".
           05 FILLER                PIC X(24) VALUE
               "Operacion rechazada".
           05 FILLER                PIC X(24) VALUE
               "Atencion recibida".
           05 FILLER                PIC X(24) VALUE
               "Cajero y servicios".
           05 FILLER                PIC X(24) VALUE
               "Otras".
       01 TABLA-CATEGORIAS-QUEJA-R REDEFINES TABLA-CATEGORIAS-QUEJA.
           05 CATEGORIA-QUEJA-DESC  PIC X(24) OCCURS 6 TIMES.
       77 NUM-CATEGORIAS-QUEJA      PIC 9(1) VALUE 6.
