      * copia NOMBRE-ENVIO-DESDE sobre NOMBRE-ENVIO-HACIA tal cual,
      * linea a linea, y deja en ENVIO-LINEAS las lineas copiadas
       COPIAR-ENVIO.
           MOVE 0 TO ENVIO-LINEAS.
           OPEN INPUT ENVIO-DESDE.
           IF FSVD NOT = 00
               GO TO PSYS-ERR.
           OPEN OUTPUT ENVIO-HACIA.
           IF FSVH NOT = 00
               GO TO PSYS-ERR.

       COPIAR-ENVIO-LEER.
           READ ENVIO-DESDE AT END GO TO COPIAR-ENVIO-CERRAR.
           WRITE ENVIO-HACIA-REG FROM ENVIO-DESDE-REG.
           IF FSVH NOT = 00
               GO TO PSYS-ERR.
           ADD 1 TO ENVIO-LINEAS.
           GO TO COPIAR-ENVIO-LEER.

       COPIAR-ENVIO-CERRAR.
           CLOSE ENVIO-DESDE.
           CLOSE ENVIO-HACIA.
       COPIAR-ENVIO-EXIT.
           EXIT.
