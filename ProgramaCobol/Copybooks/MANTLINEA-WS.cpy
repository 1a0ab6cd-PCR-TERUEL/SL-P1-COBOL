      * resultado de VALIDAR-MANTLINEA: motivo del rechazo (espacios
      * si la linea es valida), 1 en MANT-SIN-CAMBIO cuando la
      * tarjeta ya tiene el valor pedido, y valores de trabajo
       77 MOTIVO-MANT               PIC X(30) VALUE SPACES.
       77 MANT-SIN-CAMBIO           PIC 9(1) VALUE 0.
       77 MANT-VALOR-NUEVO          PIC 9(2) VALUE 0.
       77 MANT-LIMITE-ENT           PIC 9(7) VALUE 0.
       77 MANT-LIMITE-DEC           PIC 9(2) VALUE 0.
       77 MANT-PRODUCTO-ANTES       PIC 9(2) VALUE 0.
       77 MANT-TITULAR              PIC 9(9) VALUE 0.
       77 MANT-EDAD                 PIC 9(3) VALUE 0.
       77 MANT-COINCIDE             PIC 9(1) VALUE 0.
       77 FECHA-MANT-YMD            PIC 9(8) VALUE 0.
       01 FECHA-MANT-NUEVA          PIC 9(8) VALUE 0.
       01 FECHA-MANT-NUEVA-R REDEFINES FECHA-MANT-NUEVA.
           05 FECHA-MANT-ANO        PIC 9(4).
           05 FECHA-MANT-MES        PIC 9(2).
           05 FECHA-MANT-DIA        PIC 9(2).
