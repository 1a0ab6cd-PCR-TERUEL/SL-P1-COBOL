       77 RECIBO-OPCION              PIC 9(01).
      * respuesta ya dada al resguardo (1 si, 2 no) para no
      * preguntar; 0 = se pregunta en pantalla
       77 RECIBO-PREFIJADO           PIC 9(01) VALUE 0.
       77 RECIBO-TARJETA             PIC 9(16).
       77 RECIBO-CONCEPTO            PIC X(35).
       77 RECIBO-IMPORTE-ENT         PIC S9(9).
