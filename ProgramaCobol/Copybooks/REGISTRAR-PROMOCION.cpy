      * impresion o peticion de informacion de la promocion en
      * pantalla: deja la linea en respuestaspromo.rpt; si el diario
      * no se puede abrir la pantalla sigue sin anotarla
       REGISTRAR-PROMOCION.
           OPEN EXTEND RESPUESTAS-PROMO.
           IF FSRS = 35
               OPEN OUTPUT RESPUESTAS-PROMO
           END-IF.
           IF FSRS NOT = 00
               GO TO REGISTRAR-PROMOCION-EXIT.
           MOVE PROMO-EN-PANTALLA TO RSP-PROMOCION.
           MOVE PROMO-EVENTO TO RSP-EVENTO.
           IF PROMO-PANTALLA = 1
               MOVE "BIENVENIDA" TO RSP-PANTALLA
           ELSE
               MOVE "MENU" TO RSP-PANTALLA.
           MOVE TERMINAL-ID TO RSP-CAJERO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE DIA TO RSP-DIA.
           MOVE MES TO RSP-MES.
           MOVE ANO TO RSP-ANO.
           MOVE HORAS TO RSP-HOR.
           MOVE MINUTOS TO RSP-MIN.
           IF PROMO-TARJETA = 0
               MOVE SPACES TO RSP-TARJETA
           ELSE
               MOVE PROMO-TARJETA TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO RSP-TARJETA.
           MOVE IDIOMA-SESION TO RSP-IDIOMA.
           WRITE RESPUESTA-PROMO-REG.
           CLOSE RESPUESTAS-PROMO.
       REGISTRAR-PROMOCION-EXIT.
           EXIT.
