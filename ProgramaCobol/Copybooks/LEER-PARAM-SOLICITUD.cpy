       LEER-PARAM-SOLICITUD.
           MOVE 30000 TO MAX-SOLICITUD-PRESTAMO.
           MOVE 7 TO TASA-SOLICITUD.
           MOVE 35 TO PCT-ENDEUDAMIENTO.
           MOVE 50 TO PCT-ENDEUDAMIENTO-MAX.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAM-SOLICITUD-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAM-SOLICITUD-CERRAR.
           IF PAR-MAX-SOLICITUD-PRESTAMO NOT = 0
               MOVE PAR-MAX-SOLICITUD-PRESTAMO
                   TO MAX-SOLICITUD-PRESTAMO.
           IF PAR-TASA-SOLICITUD NOT = 0
               MOVE PAR-TASA-SOLICITUD TO TASA-SOLICITUD.
           IF PAR-PCT-ENDEUDAMIENTO NOT = 0
               MOVE PAR-PCT-ENDEUDAMIENTO TO PCT-ENDEUDAMIENTO.
           IF PAR-PCT-ENDEUDAMIENTO-MAX NOT = 0
               MOVE PAR-PCT-ENDEUDAMIENTO-MAX
                   TO PCT-ENDEUDAMIENTO-MAX.

       LEER-PARAM-SOLICITUD-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAM-SOLICITUD-EXIT.
           EXIT.
