      * operacion rechazada: deja la linea en denegaciones.rpt con
      * el terminal en sesion; si el diario no se puede abrir el
      * rechazo sigue su curso sin anotarse
       REGISTRAR-DENEGACION.
           OPEN EXTEND DENEGACIONES.
           IF FSDN = 35
               OPEN OUTPUT DENEGACIONES
           END-IF.
           IF FSDN NOT = 00
               GO TO REGISTRAR-DENEGACION-EXIT.
           MOVE TERMINAL-ID TO DEN-CAJERO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE DIA TO DEN-DIA.
           MOVE MES TO DEN-MES.
           MOVE ANO TO DEN-ANO.
           MOVE HORAS TO DEN-HOR.
           MOVE MINUTOS TO DEN-MIN.
           MOVE DENEG-OPERACION TO DEN-OPERACION.
           MOVE DENEG-MOTIVO TO DEN-MOTIVO.
           MOVE DENEG-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO DEN-TARJETA.
           WRITE DENEGACION-REG.
           CLOSE DENEGACIONES.
       REGISTRAR-DENEGACION-EXIT.
           EXIT.
