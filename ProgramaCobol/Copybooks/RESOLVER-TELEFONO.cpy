      * pago a un numero de telefono: busca TELEFONO-BUSCADO en el
      * directorio telefonos.ubd y deja en TELEFONO-TARJETA la
      * tarjeta que el titular eligio para recibir, y en
      * NOMBRE-ENMASCARADO su nombre recortado para que el ordenante
      * confirme a quien paga sin ver sus datos; TELEFONO-ENCONTRADO
      * queda a 1 solo si la tarjeta sigue activa y el telefono sigue
      * siendo el de la ficha del titular (si lo cambio en Mis datos
      * la entrada antigua deja de valer)
       RESOLVER-TELEFONO.
           MOVE 0 TO TELEFONO-ENCONTRADO.
           MOVE 0 TO TELEFONO-TARJETA.
           MOVE SPACES TO NOMBRE-ENMASCARADO.
           IF TELEFONO-BUSCADO = SPACES
               GO TO RESOLVER-TELEFONO-EXIT.
           OPEN INPUT TELEFONOS.
           IF FSTF = 35
               GO TO RESOLVER-TELEFONO-EXIT.
           IF FSTF NOT = 00
               GO TO PSYS-ERR.
           MOVE TELEFONO-BUSCADO TO TEL-TELEFONO.
           READ TELEFONOS INVALID KEY
               CLOSE TELEFONOS
               GO TO RESOLVER-TELEFONO-EXIT.
           MOVE TEL-TARJETA TO TELEFONO-TARJETA.
           CLOSE TELEFONOS.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TELEFONO-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO RESOLVER-TELEFONO-EXIT.
           IF NOT TARJETA-ACTIVA
               CLOSE TARJETAS
               GO TO RESOLVER-TELEFONO-EXIT.
           MOVE TTITULAR TO CLI-COD.
           CLOSE TARJETAS.

           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               GO TO RESOLVER-TELEFONO-EXIT.
           IF CLI-TELEFONO NOT = TELEFONO-BUSCADO
               CLOSE CLIENTES
               GO TO RESOLVER-TELEFONO-EXIT.
           MOVE CLI-NOMBRE (1:3) TO NOMBRE-ENMASCARADO (1:3).
           MOVE "***" TO NOMBRE-ENMASCARADO (4:3).
           MOVE CLI-APELLIDOS (1:3) TO NOMBRE-ENMASCARADO (8:3).
           MOVE "***" TO NOMBRE-ENMASCARADO (11:3).
           CLOSE CLIENTES.
           MOVE 1 TO TELEFONO-ENCONTRADO.
       RESOLVER-TELEFONO-EXIT.
           EXIT.
