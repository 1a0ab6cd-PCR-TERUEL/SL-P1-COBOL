       IMPRIMIR-RECIBO.
           IF RECIBO-PREFIJADO NOT = 0
               MOVE RECIBO-PREFIJADO TO RECIBO-OPCION
               GO TO IMPRIMIR-RECIBO-RESPUESTA.
           DISPLAY (18, 17) "Desea imprimir un resguardo?".
           DISPLAY (19, 15) "1 - Si     2 - No".
           MOVE 0 TO RECIBO-OPCION.
           ACCEPT RECIBO-OPCION ON EXCEPTION
               GO TO IMPRIMIR-RECIBO.

       IMPRIMIR-RECIBO-RESPUESTA.
           IF RECIBO-OPCION NOT = 1
               GO TO IMPRIMIR-RECIBO-EXIT.

           IF FSR NOT = 00
               GO TO IMPRIMIR-RECIBO-EXIT.

           MOVE RECIBO-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO REC-TARJETA.
           MOVE ANO TO REC-ANO.
           MOVE MES TO REC-MES.
           MOVE DIA TO REC-DIA.
