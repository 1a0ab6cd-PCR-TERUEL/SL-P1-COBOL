           END-IF.
           IF FSVL NOT = 00
               GO TO VERIFICAR-VETADO-EXIT.
           MOVE VETADO-ORIGEN TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO VTL-TARJETA-ORIGEN.
           MOVE VETADO-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO VTL-TARJETA-DESTINO.
           MOVE VETADO-BANCO TO VTL-BANCO-DESTINO.
           MOVE VET-MOTIVO TO VTL-MOTIVO.
           MOVE ANO TO VTL-ANO.
