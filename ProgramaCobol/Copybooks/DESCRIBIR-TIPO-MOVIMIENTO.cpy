           ELSE
           IF MOV-TIPO-DEVOLUCION-ANTICIPO
               MOVE "Devolucion de anticipo" TO DESCRIPCION-TIPO-MOV
           ELSE
           IF MOV-TIPO-COMPRA-COMERCIO
               MOVE "Compra en comercio" TO DESCRIPCION-TIPO-MOV
           ELSE
           IF MOV-TIPO-PAGO-CREDITO
               MOVE "Pago tarjeta de credito" TO DESCRIPCION-TIPO-MOV
           ELSE
           IF MOV-TIPO-ABONO-CREDITO
               MOVE "Abono recibo de credito" TO DESCRIPCION-TIPO-MOV
           ELSE
           IF MOV-TIPO-COBRO-DOMICILIADO
               MOVE "Cobro de recibos emitidos" TO DESCRIPCION-TIPO-MOV
           ELSE
           IF MOV-TIPO-DEVOLUCION-COBRO
               MOVE "Devolucion recibo emitido" TO DESCRIPCION-TIPO-MOV
           ELSE
           IF MOV-TIPO-PAGO-CHEQUE-PROPIO
               MOVE "Pago de cheque librado" TO DESCRIPCION-TIPO-MOV
           ELSE
           IF MOV-TIPO-EMBARGO
               MOVE "Embargo de saldo" TO DESCRIPCION-TIPO-MOV
           ELSE
           IF MOV-TIPO-APLICACION-SUSPENSO
               MOVE "Abono partida en suspenso" TO DESCRIPCION-TIPO-MOV
           ELSE
               MOVE SPACES TO DESCRIPCION-TIPO-MOV.
       DESCRIBIR-TIPO-MOVIMIENTO-EXIT.
