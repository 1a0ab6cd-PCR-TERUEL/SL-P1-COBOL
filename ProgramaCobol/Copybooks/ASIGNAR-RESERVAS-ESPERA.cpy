       ASIGNAR-RESERVAS-ESPERA.
           MOVE 0 TO ESPERA-RESERVAS-ACTIVAS.
           MOVE 0 TO ESPERA-TIENE-RESERVA.
           MOVE 0 TO ESPERA-TURNO-RESERVA.
           MOVE 0 TO ESPERA-EN-LISTA.
           MOVE 0 TO ESPERA-ULTIMO-TURNO.
           MOVE 0 TO ESPERA-NUM-AVISADOS.
           MOVE 0 TO ESPERA-NUM-CADUCADAS.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE ESPERA-AHORA = (ANO * 100000000) + (MES * 1000000)
               + (DIA * 10000) + (HORAS * 100) + MINUTOS.

      * fin de una reserva que se conceda ahora
           COMPUTE ESPERA-DIAS-CALC = FUNCTION INTEGER-OF-DATE(
               (ANO * 10000) + (MES * 100) + DIA).
           COMPUTE ESPERA-HORAS-CALC = HORAS + HORAS-RESERVA-ESPERA.
           DIVIDE ESPERA-HORAS-CALC BY 24 GIVING ESPERA-HORAS-CALC
               REMAINDER ESPERA-HORA-CALC.
           ADD ESPERA-HORAS-CALC TO ESPERA-DIAS-CALC.
           COMPUTE ESPERA-FECHA-CALC =
               FUNCTION DATE-OF-INTEGER(ESPERA-DIAS-CALC).
           COMPUTE ESPERA-HASTA-CALC = (ESPERA-FECHA-CALC * 10000)
               + (ESPERA-HORA-CALC * 100) + MINUTOS.

           OPEN I-O LISTAESPERA.
           IF FSLW = 35
               GO TO ASIGNAR-RESERVAS-ESPERA-EXIT.
           IF FSLW NOT = 00
               GO TO PSYS-ERR.

      * primera pasada: caduca las reservas vencidas y cuenta las
      * que siguen apartando plaza
           MOVE ESPERA-EVENTO TO ESP-EVENTO.
           MOVE 0 TO ESP-TURNO.
           START LISTAESPERA KEY IS >= ESP-CLAVE
               INVALID KEY GO TO ASIGNAR-RESERVAS-ESPERA-CERRAR.

       ASIGNAR-RESERVAS-ESPERA-REVISAR.
           READ LISTAESPERA NEXT RECORD
               AT END GO TO ASIGNAR-RESERVAS-ESPERA-REPARTO.
           IF ESP-EVENTO NOT = ESPERA-EVENTO
               GO TO ASIGNAR-RESERVAS-ESPERA-REPARTO.
           MOVE ESP-TURNO TO ESPERA-ULTIMO-TURNO.
           IF ESPERA-CON-RESERVA AND ESP-RESERVA-HASTA < ESPERA-AHORA
               MOVE 3 TO ESP-ESTADO
               REWRITE ESPERA-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               ADD 1 TO ESPERA-NUM-CADUCADAS
               GO TO ASIGNAR-RESERVAS-ESPERA-REVISAR.
           IF ESPERA-CON-RESERVA
               ADD 1 TO ESPERA-RESERVAS-ACTIVAS.
           IF ESP-TARJETA NOT = ESPERA-TARJETA
               GO TO ASIGNAR-RESERVAS-ESPERA-REVISAR.
           IF ESPERA-CON-RESERVA
               MOVE 1 TO ESPERA-TIENE-RESERVA
               MOVE ESP-TURNO TO ESPERA-TURNO-RESERVA.
           IF ESPERA-CON-RESERVA OR ESPERA-EN-COLA
               MOVE 1 TO ESPERA-EN-LISTA.
           GO TO ASIGNAR-RESERVAS-ESPERA-REVISAR.

      * segunda pasada: las plazas libres sin reservar se apartan
      * para los primeros que esperan turno
       ASIGNAR-RESERVAS-ESPERA-REPARTO.
           IF ESPERA-RESERVAS-ACTIVAS NOT < ESPERA-PLAZAS
               GO TO ASIGNAR-RESERVAS-ESPERA-CERRAR.
           MOVE ESPERA-EVENTO TO ESP-EVENTO.
           MOVE 0 TO ESP-TURNO.
           START LISTAESPERA KEY IS >= ESP-CLAVE
               INVALID KEY GO TO ASIGNAR-RESERVAS-ESPERA-CERRAR.

       ASIGNAR-RESERVAS-ESPERA-LEER.
           IF ESPERA-RESERVAS-ACTIVAS NOT < ESPERA-PLAZAS
               GO TO ASIGNAR-RESERVAS-ESPERA-CERRAR.
           READ LISTAESPERA NEXT RECORD
               AT END GO TO ASIGNAR-RESERVAS-ESPERA-CERRAR.
           IF ESP-EVENTO NOT = ESPERA-EVENTO
               GO TO ASIGNAR-RESERVAS-ESPERA-CERRAR.
           IF NOT ESPERA-EN-COLA
               GO TO ASIGNAR-RESERVAS-ESPERA-LEER.
           MOVE 1 TO ESP-ESTADO.
           MOVE ESPERA-HASTA-CALC TO ESP-RESERVA-HASTA.
           REWRITE ESPERA-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO ESPERA-RESERVAS-ACTIVAS.
           ADD 1 TO ESPERA-NUM-AVISADOS.
           IF ESP-TARJETA = ESPERA-TARJETA
               MOVE 1 TO ESPERA-TIENE-RESERVA
               MOVE ESP-TURNO TO ESPERA-TURNO-RESERVA.

           MOVE ESPERA-HASTA-CALC (7:2) TO ESPERA-HASTA-DIA.
           MOVE ESPERA-HASTA-CALC (5:2) TO ESPERA-HASTA-MES.
           MOVE ESPERA-HASTA-CALC (9:2) TO ESPERA-HASTA-HOR.
           MOVE ESPERA-HASTA-CALC (11:2) TO ESPERA-HASTA-MIN.
           MOVE ESP-TARJETA TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE SPACES TO NOTIF-CONCEPTO.
           STRING "RESERVA " ESPERA-EVENTO " HASTA "
               ESPERA-HASTA-TEXTO
               DELIMITED BY SIZE INTO NOTIF-CONCEPTO.
           MOVE ESPERA-PRECIO-ENT TO NOTIF-IMPORTE-ENT.
           MOVE ESPERA-PRECIO-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
           GO TO ASIGNAR-RESERVAS-ESPERA-LEER.

       ASIGNAR-RESERVAS-ESPERA-CERRAR.
           CLOSE LISTAESPERA.
       ASIGNAR-RESERVAS-ESPERA-EXIT.
           EXIT.
