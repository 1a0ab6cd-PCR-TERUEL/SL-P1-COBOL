      * PAN-CLARO a PAN-IMPRESO con los 6 digitos centrales
      * cubiertos; el 0 (sin tarjeta) se deja tal cual
       ENMASCARAR-PAN.
           MOVE PAN-CLARO TO PAN-IMPRESO.
           IF PAN-CLARO = 0
               GO TO ENMASCARAR-PAN-EXIT.
           MOVE PAN-PRIMEROS TO PAN-IMP-PRIMEROS.
           MOVE "******" TO PAN-IMP-CENTRO.
           MOVE PAN-ULTIMOS TO PAN-IMP-ULTIMOS.
       ENMASCARAR-PAN-EXIT.
           EXIT.
