           COPY "SALDO-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "RECIBO-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "CIERRE-CURSO-WS.cpy".
               DISPLAY (13, 42) SALDO-DEC
               DISPLAY (13, 45) "EUR".

      * en modo accesible solo el saldo: sin huchas ni certificado
           IF ACCESIBLE-SESION = 1
               DISPLAY (17, 33) "Enter - Salir"
               GO TO MOSTRAR-SALDO-ENTER.
           PERFORM MOSTRAR-HUCHAS THRU MOSTRAR-HUCHAS-EXIT.
           DISPLAY (21, 15) "1 - Emitir certificado de saldo".
           DISPLAY (24, 33) "Enter - Salir".
                   ELSE
                       GO TO MOSTRAR-SALDO-ENTER.
           IF CHOICE = 1 AND HAY-MOVIMIENTOS NOT = 0
                   AND ACCESIBLE-SESION = 0
               GO TO PCERTIFICADO.
           EXIT PROGRAM.

           COPY "LEER-SALDO-CIERRE.cpy".
           COPY "LEER-MENSAJE.cpy".
           COPY "LEER-IDIOMA-SESION.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
