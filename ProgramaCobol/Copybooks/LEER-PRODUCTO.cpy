      * ficha del producto PRODUCTO-BUSCADO en DATOS-PRODUCTO; el
      * producto 0 de las tarjetas antiguas se busca como el 1
       LEER-PRODUCTO.
           MOVE 0 TO HAY-PRODUCTO.
           INITIALIZE DATOS-PRODUCTO.
           MOVE SPACES TO PRODUCTO-SERVICIOS.
           IF PRODUCTO-BUSCADO = 0
               MOVE 1 TO PRODUCTO-BUSCADO.
           OPEN INPUT PRODUCTOS.
           IF FSPD = 35
               MOVE "00" TO FSPD
               GO TO LEER-PRODUCTO-EXIT.
           IF FSPD NOT = 00
               GO TO PSYS-ERR.
           MOVE PRODUCTO-BUSCADO TO PRD-CODIGO.
           READ PRODUCTOS INVALID KEY GO TO LEER-PRODUCTO-CERRAR.
           MOVE 1 TO HAY-PRODUCTO.
           MOVE PRODUCTO-REG TO DATOS-PRODUCTO.

       LEER-PRODUCTO-CERRAR.
           CLOSE PRODUCTOS.
       LEER-PRODUCTO-EXIT.
           EXIT.
