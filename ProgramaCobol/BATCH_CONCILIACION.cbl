       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".

       77 BUSCAR-TARJETA-MOV        PIC  9(16).
       77 HAY-MOVIMIENTO            PIC  9(1).
      * a generar movimientos, no son una incidencia
           IF T-CANCELADA
               GO TO CONCILIAR-TRANSFERENCIAS-LEER.
      * ni el alta de una orden programada: sus ejecuciones son
      * registros aparte
           IF T-ES-SOLO-ORDEN
               GO TO CONCILIAR-TRANSFERENCIAS-LEER.
           ADD 1 TO NUM-TRANSFERENCIAS.
           PERFORM VERIFICAR-TRANSFERENCIA
               THRU VERIFICAR-TRANSFERENCIA-EXIT.
       ESCRIBIR-INCIDENCIA.
           ADD 1 TO NUM-INCIDENCIAS.
           MOVE T-NUM TO CJ-T-NUM.
           MOVE T-TARJETA-ORIGEN TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CJ-TARJETA-ORIGEN.
           MOVE T-TARJETA-DESTINO TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CJ-TARJETA-DESTINO.
           MOVE T-BANCO-DESTINO TO CJ-BANCO-DESTINO.
           IF FALTA-ORIGEN = 1
               MOVE "S" TO CJ-FALTA-ORIGEN

           COPY "BUSCAR-MOVIMIENTO.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
