      * aviso de viaje vigente para VIAJE-TARJETA en VIAJE-FECHA; el
      * llamador relaja sus umbrales por FACTOR-VIAJE si VIAJE-ACTIVO
      * queda a 1. Un aviso vencido no se borra: deja de aplicarse
       COMPROBAR-AVISO-VIAJE.
           MOVE 0 TO VIAJE-ACTIVO.
           MOVE 0 TO VIAJE-DIVISA.
           OPEN INPUT AVISOSVIAJE.
           IF FSAV = 35
               GO TO COMPROBAR-AVISO-VIAJE-EXIT.
           IF FSAV NOT = 00
               GO TO PSYS-ERR.
           MOVE VIAJE-TARJETA TO AVJ-TARJETA.
           READ AVISOSVIAJE INVALID KEY
               GO TO COMPROBAR-AVISO-VIAJE-CERRAR.
           IF VIAJE-FECHA < AVJ-FECHA-DESDE
                   OR VIAJE-FECHA > AVJ-FECHA-HASTA
               GO TO COMPROBAR-AVISO-VIAJE-CERRAR.
           MOVE 1 TO VIAJE-ACTIVO.
           MOVE AVJ-DIVISA TO VIAJE-DIVISA.

       COMPROBAR-AVISO-VIAJE-CERRAR.
           CLOSE AVISOSVIAJE.
       COMPROBAR-AVISO-VIAJE-EXIT.
           EXIT.
