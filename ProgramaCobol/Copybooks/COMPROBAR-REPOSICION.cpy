      * una tarjeta se repone una sola vez y, repuesta, no vuelve a
      * activarse (habria dos tarjetas vivas sobre el mismo saldo):
      * la reposicion que no fue anulada queda en renovaciones.ubd
      * con su motivo. Se entra con RENOVACIONES cerrado
       COMPROBAR-REPOSICION.
           MOVE 0 TO YA-REPUESTA.
           OPEN INPUT RENOVACIONES.
           IF FSRN = 35
               GO TO COMPROBAR-REPOSICION-EXIT.
           IF FSRN NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REPUESTA TO REN-TARJETA-ANTIGUA.
           START RENOVACIONES KEY IS = REN-TARJETA-ANTIGUA
               INVALID KEY GO TO COMPROBAR-REPOSICION-CERRAR.

       COMPROBAR-REPOSICION-LEER.
           READ RENOVACIONES NEXT RECORD
               AT END GO TO COMPROBAR-REPOSICION-CERRAR.
           IF REN-TARJETA-ANTIGUA NOT = TARJETA-REPUESTA
               GO TO COMPROBAR-REPOSICION-CERRAR.
           IF EMISION-REPOSICION AND NOT RENOVACION-ANULADA
               MOVE 1 TO YA-REPUESTA
               GO TO COMPROBAR-REPOSICION-CERRAR.
           GO TO COMPROBAR-REPOSICION-LEER.

       COMPROBAR-REPOSICION-CERRAR.
           CLOSE RENOVACIONES.
       COMPROBAR-REPOSICION-EXIT.
           EXIT.
