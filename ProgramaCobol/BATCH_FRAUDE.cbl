           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "FRAUDE-SEL.cpy".
           COPY "AVISOS-VIAJE-SEL.cpy".

           COPY "PANCLARO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "FRAUDE-FD.cpy".
           COPY "AVISOS-VIAJE-FD.cpy".

           COPY "PANCLARO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSF                       PIC   X(2).
       77 FSAV                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "VIAJE-WS.cpy".

       77 TARJETA-ACTUAL            PIC  9(16) VALUE 0.
       77 NUM-FALLOS-TARJETA        PIC  9(03) VALUE 0.
           OPEN OUTPUT FRAUDE.
           IF FSF NOT = 00
               GO TO PSYS-ERR.
           MOVE "BATCH-FR" TO PAN-PROGRAMA.
           MOVE "fraude.rpt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.

           PERFORM DETECTAR-INTENTOS THRU DETECTAR-INTENTOS-EXIT.
           PERFORM DETECTAR-IMPORTES THRU DETECTAR-IMPORTES-EXIT.

           CLOSE FRAUDE.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
           DISPLAY "Deteccion de fraude completada. Tarjetas "
               "marcadas: " NUM-TARJETAS-MARCADAS.
           GOBACK.

       MARCAR-INTENTOS.
           IF NUM-FALLOS-TARJETA >= UMBRAL-INTENTOS-FRAUDE
               MOVE TARJETA-ACTUAL TO PAN-CLARO
               PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT
               MOVE PAN-IMPRESO TO FRA-TARJETA
               MOVE "PIN" TO FRA-MOTIVO
               MOVE SPACES TO FRA-VIAJE
               MOVE NUM-FALLOS-TARJETA TO FRA-NUM-FALLOS
               MOVE 0 TO FRA-IMPORTE-ENT
               MOVE 0 TO FRA-IMPORTE-DEC

      *----------------------------------------------------------*
      * recorre las transferencias buscando importes que superen
      * el umbral configurado, tarjeta a tarjeta; si la tarjeta
      * tenia aviso de viaje el dia de la transferencia el umbral
      * se multiplica por FACTOR-VIAJE
      *----------------------------------------------------------*
       DETECTAR-IMPORTES.
           OPEN INPUT TRANSFERENCIAS.
       DETECTAR-IMPORTES-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO DETECTAR-IMPORTES-CERRAR.
           IF T-IMPORTE < UMBRAL-IMPORTE-FRAUDE
               GO TO DETECTAR-IMPORTES-LEER.
      * el alta de una orden programada no mueve dinero: se mira su
      * ejecucion, que es un registro aparte
           IF T-ES-SOLO-ORDEN
               GO TO DETECTAR-IMPORTES-LEER.
           MOVE T-TARJETA-ORIGEN TO VIAJE-TARJETA.
           COMPUTE VIAJE-FECHA = (T-ANO * 10000) + (T-MES * 100)
               + T-DIA.
           PERFORM COMPROBAR-AVISO-VIAJE
               THRU COMPROBAR-AVISO-VIAJE-EXIT.
           IF VIAJE-ACTIVO = 1
                   AND T-IMPORTE < UMBRAL-IMPORTE-FRAUDE * FACTOR-VIAJE
               GO TO DETECTAR-IMPORTES-LEER.

           MOVE T-TARJETA-ORIGEN TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO FRA-TARJETA.
           MOVE "IMPORTE" TO FRA-MOTIVO.
           IF VIAJE-ACTIVO = 1
               MOVE "VIAJE" TO FRA-VIAJE
           ELSE
               MOVE SPACES TO FRA-VIAJE.
           MOVE 0 TO FRA-NUM-FALLOS.
           COMPUTE FRA-IMPORTE-ENT =
               FUNCTION INTEGER-PART(T-IMPORTE).
           COMPUTE FRA-IMPORTE-DEC =
               FUNCTION ABS(T-IMPORTE - FRA-IMPORTE-ENT) * 100.
           WRITE FRAUDE-REG.
           ADD 1 TO NUM-TARJETAS-MARCADAS.
           GO TO DETECTAR-IMPORTES-LEER.

       DETECTAR-IMPORTES-CERRAR.
           EXIT.

           COPY "LEER-UMBRAL-FRAUDE.cpy".
           COPY "COMPROBAR-AVISO-VIAJE.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE TRANSFERENCIAS.
           CLOSE PARAMETROS.
           CLOSE FRAUDE.
           CLOSE AVISOSVIAJE.

           MOVE "BATCH-FR" TO ERROR-PROGRAMA.
           IF FSIH NOT = 00
                   IF FSP NOT = 00
                       MOVE FSP TO ERROR-FS
                   ELSE
                       IF FSAV NOT = 00
                           MOVE FSAV TO ERROR-FS
                       ELSE
                           MOVE FSF TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "deteccion de fraude. FSIH=" FSIH " FST=" FST
               " FSP=" FSP " FSF=" FSF " FSAV=" FSAV.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
