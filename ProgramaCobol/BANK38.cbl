      * fija el espectaculo de la noche y se teclea el numero de
      * serie de cada entrada presentada; una entrada vigente del
      * evento se quema como usada y da acceso, una devuelta, ya
      * usada, cedida o de otro evento se rechaza con su motivo; la
      * asistencia registrada alimenta la liquidacion mensual de
      * BATCH-EVENTOS
       ENVIRONMENT DIVISION.
           IF ENTRADA-USADA
               CLOSE F-ENTRADAS
               GO TO PRECHAZO-USADA.
      * la serie cedida del todo a otra tarjeta ya no vale: el nuevo
      * titular entra con la serie que se le emitio al aceptarla
           IF ENTRADA-CEDIDA
               CLOSE F-ENTRADAS
               GO TO PRECHAZO-CEDIDA.

      * entrada buena: se quema en el acto para que el mismo papel
      * no entre dos veces
                    BACKGROUND-COLOR IS GREEN.
           DISPLAY (16, 20) "Personas:".
           DISPLAY (16, 30) ENT-CANTIDAD.
      * titular vigente de la entrada, para cotejarlo con la tarjeta
      * que presente si el personal lo pide
           DISPLAY (17, 20) "Titular: ************".
           DISPLAY (17, 42) ENT-TARJETA (13:4).
           IF ENT-SERIE-ORIGEN NOT = 0
               DISPLAY (18, 20) "Recibida por cesion de otra tarjeta".
           GO TO PVALIDAR-ENTER.

       PRECHAZO-DESCONOCIDA.
                    BACKGROUND-COLOR IS RED.
           GO TO PVALIDAR-ENTER.

       PRECHAZO-CEDIDA.
           DISPLAY (15, 20) "ACCESO DENEGADO: entrada cedida a otro"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO PVALIDAR-ENTER.

       PVALIDAR-ENTER.
           DISPLAY (24, 33) "Enter - Siguiente".
           ACCEPT PRESSED-KEY ON EXCEPTION
