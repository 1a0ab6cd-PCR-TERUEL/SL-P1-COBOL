      * producto buscado por LEER-PRODUCTO y copia de su ficha, con
      * el mismo formato que PRODUCTO-REG; sin ficha HAY-PRODUCTO
      * queda a 0 y la copia en blanco (todos los servicios
      * disponibles, sin cuota ni tramos propios)
       77 PRODUCTO-BUSCADO          PIC  9(2) VALUE 0.
       77 HAY-PRODUCTO              PIC  9(1) VALUE 0.
       77 INDICE-TRAMO-PRD          PIC  9(1) VALUE 0.
       01 DATOS-PRODUCTO.
           02 PRODUCTO-CODIGO          PIC 9(2).
           02 PRODUCTO-NOMBRE          PIC X(20).
           02 PRODUCTO-ESTADO          PIC 9(1).
           02 PRODUCTO-CUOTA-PROPIA    PIC 9(1).
           02 PRODUCTO-CUOTA-ENT       PIC 9(5).
           02 PRODUCTO-CUOTA-DEC       PIC 9(2).
           02 PRODUCTO-LIMITE-ENT      PIC 9(7).
           02 PRODUCTO-LIMITE-DEC      PIC 9(2).
           02 PRODUCTO-SERVICIOS       PIC X(30).
           02 PRODUCTO-SERVICIOS-R REDEFINES PRODUCTO-SERVICIOS.
               03 SERVICIO-PRODUCTO    PIC X(1) OCCURS 30 TIMES.
           02 PRODUCTO-EDAD-MINIMA     PIC 9(3).
           02 PRODUCTO-EDAD-MAXIMA     PIC 9(3).
           02 PRODUCTO-UNA-POR-TITULAR PIC 9(1).
           02 PRODUCTO-NUM-TRAMOS      PIC 9(1).
           02 PRODUCTO-TRAMO OCCURS 5 TIMES.
               03 PRODUCTO-TRAMO-DESDE PIC 9(9).
               03 PRODUCTO-TRAMO-TASA  PIC 9(2)V9(2).
