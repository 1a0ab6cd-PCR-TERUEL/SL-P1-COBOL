      * maestro de divisas en memoria, cargado por CARGAR-DIVISAS:
      * la posicion en la tabla es el propio codigo de divisa; un
      * MDV-COD a cero es un codigo sin divisa definida
       01 TABLA-MAESTRO-DIVISAS.
           05 MDV-ENTRADA OCCURS 20 TIMES.
               10 MDV-COD           PIC 9(2).
               10 MDV-ISO           PIC X(3).
               10 MDV-NOMBRE        PIC X(24).
               10 MDV-DECIMALES     PIC 9(1).
               10 MDV-ACTIVA        PIC 9(1).
               10 MDV-DENOM         PIC 9(5) OCCURS 3 TIMES.
       77 INDICE-MDV                PIC  9(2).
       77 INDICE-MDV-DENOM          PIC  9(1).
      * codigo consultado y resultado de VER-DIVISA: el ISO (o "???"
      * si el codigo no esta en el maestro) y si admite operaciones
      * nuevas
       77 DIVISA-CONSULTA           PIC  9(2) VALUE 0.
       77 ISO-CONSULTA              PIC  X(3) VALUE SPACES.
       77 DIVISA-OPERABLE           PIC  9(1) VALUE 0.
      * divisas activas como "01 EUR  02 USD  ..." para las
      * pantallas que piden un codigo de divisa (LISTAR-DIVISAS)
       77 LISTA-DIVISAS             PIC  X(160) VALUE SPACES.
       77 PUNTERO-LISTA             PIC  9(3).
