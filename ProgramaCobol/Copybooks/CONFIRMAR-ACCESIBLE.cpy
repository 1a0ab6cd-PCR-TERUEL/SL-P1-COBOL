      * modo accesible: pantalla adicional, a doble espacio, que
      * repite la operacion y el importe antes de mover el dinero;
      * Enter confirma y ESC cancela
       CONFIRMAR-ACCESIBLE.
           MOVE 0 TO CONFIRMA-RESULTADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "CONFACC " TO MENSAJE-ID.
           MOVE "Compruebe la operacion antes de confirmar"
               TO TEXTO-MENSAJE.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-EXIT.
           DISPLAY (8, 15) TEXTO-MENSAJE.
           DISPLAY (11, 15) CONFIRMA-OPERACION
               WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY (13, 15) "Importe:".
           DISPLAY (13, 25) CONFIRMA-IMPORTE-ENT.
           DISPLAY (13, 32) ",".
           DISPLAY (13, 33) CONFIRMA-IMPORTE-DEC.
           DISPLAY (13, 36) "EUR".
           DISPLAY (17, 15) "Enter - Confirmar".
           DISPLAY (19, 15) "ESC - Cancelar".

       CONFIRMAR-ACCESIBLE-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CONFIRMAR-ACCESIBLE-EXIT
               ELSE
                   IF ENTER-PRESSED
                       MOVE 1 TO CONFIRMA-RESULTADO
                       GO TO CONFIRMAR-ACCESIBLE-EXIT
                   ELSE
                       GO TO CONFIRMAR-ACCESIBLE-ENTER.
           GO TO CONFIRMAR-ACCESIBLE-ENTER.
       CONFIRMAR-ACCESIBLE-EXIT.
           EXIT.
