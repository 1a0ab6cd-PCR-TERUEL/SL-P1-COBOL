      * opera en castellano
       LEER-IDIOMA-SESION.
           MOVE "ES" TO IDIOMA-SESION.
           MOVE 0 TO ACCESIBLE-SESION.
           OPEN INPUT IDIOMA-SES.
           IF FSIS NOT = 00
               GO TO LEER-IDIOMA-SESION-EXIT.
               GO TO LEER-IDIOMA-SESION-CERRAR.
           IF SES-IDIOMA NOT = SPACES
               MOVE SES-IDIOMA TO IDIOMA-SESION.
           IF SES-ACCESIBLE = 1
               MOVE 1 TO ACCESIBLE-SESION.

       LEER-IDIOMA-SESION-CERRAR.
           CLOSE IDIOMA-SES.
