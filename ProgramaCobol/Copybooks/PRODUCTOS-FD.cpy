       FD PRODUCTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "productos.ubd".
       01 PRODUCTO-REG.
      * catalogo de productos: una ficha por codigo de TPRODUCTO con
      * las reglas propias del producto; la carga BATCH-PRODUCTOS
      * desde productos.txt. Un producto sin ficha sigue las reglas
      * generales (tarifario, tramosint.ubd y limite de 300 euros)
           02 PRD-CODIGO               PIC 9(2).
           02 PRD-NOMBRE               PIC X(20).
      * un producto retirado conserva sus tarjetas pero no admite
      * cambios de producto hacia el
           02 PRD-ESTADO               PIC 9(1).
               88 PRODUCTO-COMERCIAL VALUE 0.
               88 PRODUCTO-RETIRADO VALUE 1.
      * cuota mensual de mantenimiento: 0 = la del tarifario
      * (operacion 2), 1 = la cuota propia de abajo (0 = exento)
           02 PRD-CUOTA-PROPIA         PIC 9(1).
           02 PRD-CUOTA-ENT            PIC 9(5).
           02 PRD-CUOTA-DEC            PIC 9(2).
      * limite diario que recibe la tarjeta al darse de alta o al
      * pasar al producto -- 0 significa sin limite, como TLIMITE
           02 PRD-LIMITE-ENT           PIC 9(7).
           02 PRD-LIMITE-DEC           PIC 9(2).
      * servicios de "Otros servicios" (BANK12), una posicion por
      * opcion del menu: N = no disponible con el producto
           02 PRD-SERVICIOS            PIC X(30).
      * requisitos del titular para pasar al producto: edad minima
      * y maxima en anos (0 = sin tope) y, con 1, una sola tarjeta
      * del producto por titular
           02 PRD-EDAD-MINIMA          PIC 9(3).
           02 PRD-EDAD-MAXIMA          PIC 9(3).
           02 PRD-UNA-POR-TITULAR      PIC 9(1).
      * tramos propios del interes acreedor (suelo en euros y tasa
      * anual); sin tramos (0) rige la tabla general de tramosint
           02 PRD-NUM-TRAMOS           PIC 9(1).
           02 PRD-TRAMO OCCURS 5 TIMES.
               03 PRD-TRAMO-DESDE      PIC 9(9).
               03 PRD-TRAMO-TASA       PIC 9(2)V9(2).
