      * un solo aviso por tarjeta: el nuevo sustituye al anterior y
      * la baja lo borra; la imagen queda en el journal
       GUARDAR-AVISO-VIAJE.
           OPEN I-O AVISOSVIAJE.
           IF FSAV = 35
               OPEN OUTPUT AVISOSVIAJE
               CLOSE AVISOSVIAJE
               OPEN I-O AVISOSVIAJE
           END-IF.
           IF FSAV NOT = 00
               GO TO PSYS-ERR.
           MOVE VIAJE-TARJETA TO AVJ-TARJETA.
           READ AVISOSVIAJE INVALID KEY
               GO TO GUARDAR-AVISO-VIAJE-ALTA.
           IF VIAJE-BAJA = 1
               MOVE "B" TO JOURNAL-OPERACION
               DELETE AVISOSVIAJE RECORD INVALID KEY GO TO PSYS-ERR
               END-DELETE
               GO TO GUARDAR-AVISO-VIAJE-ANOTAR.
           PERFORM GUARDAR-AVISO-VIAJE-DATOS.
           MOVE "R" TO JOURNAL-OPERACION.
           REWRITE AVISO-VIAJE-REG INVALID KEY GO TO PSYS-ERR.
           GO TO GUARDAR-AVISO-VIAJE-ANOTAR.

       GUARDAR-AVISO-VIAJE-ALTA.
           IF VIAJE-BAJA = 1
               GO TO GUARDAR-AVISO-VIAJE-CERRAR.
           MOVE VIAJE-TARJETA TO AVJ-TARJETA.
           PERFORM GUARDAR-AVISO-VIAJE-DATOS.
           MOVE "E" TO JOURNAL-OPERACION.
           WRITE AVISO-VIAJE-REG INVALID KEY GO TO PSYS-ERR.

       GUARDAR-AVISO-VIAJE-ANOTAR.
           MOVE "AV" TO JOURNAL-FICHERO.
           MOVE AVJ-TARJETA TO JOURNAL-CLAVE.
           MOVE AVISO-VIAJE-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

       GUARDAR-AVISO-VIAJE-CERRAR.
           CLOSE AVISOSVIAJE.
       GUARDAR-AVISO-VIAJE-EXIT.
           EXIT.

       GUARDAR-AVISO-VIAJE-DATOS.
           MOVE VIAJE-DESDE TO AVJ-FECHA-DESDE.
           MOVE VIAJE-HASTA TO AVJ-FECHA-HASTA.
           MOVE VIAJE-DIVISA TO AVJ-DIVISA.
           MOVE VIAJE-ORIGEN TO AVJ-ORIGEN.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE AVJ-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
