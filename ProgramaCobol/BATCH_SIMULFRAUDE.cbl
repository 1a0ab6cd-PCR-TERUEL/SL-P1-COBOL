           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "AVISOS-VIAJE-SEL.cpy".

           SELECT SIMFRAUDE-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "AVISOS-VIAJE-FD.cpy".

      * juego candidato y rango de fechas a reproducir
       FD SIMFRAUDE-TXT
      * PIN / IMPORTE / VELOC en las lineas de regla y de detalle
           02 SFR-REGLA                PIC X(07).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SFR-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SFR-AVISOS-VIGENTE       PIC 9(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
       77 FSP                       PIC   X(2).
       77 FSSX                      PIC   X(2).
       77 FSSY                      PIC   X(2).
       77 FSAV                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "VIAJE-WS.cpy".

      * candidato leido de simfraude.txt
       77 CAND-UMBRAL-INTENTOS       PIC  9(3).
       77 PAREJA-TRABAJO             PIC  9(1).
       77 MINUTO-MOV-VENTANA         PIC  9(5).

      * aviso de viaje de la operacion en curso: se consulta solo
      * la primera vez que un umbral estricto salta
       77 VIAJE-CONSULTADO           PIC  9(1).
       77 UMBRAL-TRABAJO             PIC  9(7).
       77 MAX-OPS-TRABAJO            PIC  9(2).

      * totales para el informe
       77 TOT-VIGENTE                PIC  9(6).
       77 TOT-CANDIDATO              PIC  9(6).
           IF FECHA-REG-YMD < FECHA-DESDE
                   OR FECHA-REG-YMD > FECHA-HASTA
               GO TO SIMULAR-IMPORTES-LEER.
           IF T-ES-SOLO-ORDEN
               GO TO SIMULAR-IMPORTES-LEER.
           MOVE "IMPORTE" TO REGLA-TRABAJO.
           MOVE T-TARJETA-ORIGEN TO TARJETA-TRABAJO.
           MOVE 0 TO VIAJE-CONSULTADO.
           MOVE UMBRAL-IMPORTE-FRAUDE TO UMBRAL-TRABAJO.
           MOVE 1 TO ESCENARIO-TRABAJO.
           PERFORM DECIDIR-IMPORTE THRU DECIDIR-IMPORTE-EXIT.
           MOVE CAND-UMBRAL-IMPORTE TO UMBRAL-TRABAJO.
           MOVE 2 TO ESCENARIO-TRABAJO.
           PERFORM DECIDIR-IMPORTE THRU DECIDIR-IMPORTE-EXIT.
           GO TO SIMULAR-IMPORTES-LEER.

       SIMULAR-IMPORTES-CERRAR.
       SIMULAR-IMPORTES-EXIT.
           EXIT.

      * umbral del escenario en UMBRAL-TRABAJO; con aviso de viaje
      * vigente ese dia se exige el umbral por FACTOR-VIAJE, igual
      * que en la deteccion real
       DECIDIR-IMPORTE.
           IF T-IMPORTE < UMBRAL-TRABAJO
               GO TO DECIDIR-IMPORTE-EXIT.
           PERFORM CONSULTAR-VIAJE THRU CONSULTAR-VIAJE-EXIT.
           IF VIAJE-ACTIVO = 1
                   AND T-IMPORTE < UMBRAL-TRABAJO * FACTOR-VIAJE
               GO TO DECIDIR-IMPORTE-EXIT.
           PERFORM ANOTAR-DISPARO THRU ANOTAR-DISPARO-EXIT.
       DECIDIR-IMPORTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * regla VELOC: reproduce la ventana de minutos del dia sobre
      * los movimientos del rango, pareja 1 = retiradas (01/02) y
           MOVE "VELOC" TO REGLA-TRABAJO.
           MOVE MOV-TARJETA TO TARJETA-TRABAJO.

           MOVE 0 TO VIAJE-CONSULTADO.

      * escenario vigente
           MOVE VELOCIDAD-MINUTOS TO INDICE-VEN.
           PERFORM CONTAR-VENTANA THRU CONTAR-VENTANA-EXIT.
           MOVE VELOCIDAD-MAX-OPS TO MAX-OPS-TRABAJO.
           MOVE VELOCIDAD-IMPORTE TO UMBRAL-TRABAJO.
           MOVE 1 TO ESCENARIO-TRABAJO.
           PERFORM DECIDIR-VELOCIDAD THRU DECIDIR-VELOCIDAD-EXIT.

      * escenario candidato
           MOVE CAND-VELOC-MINUTOS TO INDICE-VEN.
           PERFORM CONTAR-VENTANA THRU CONTAR-VENTANA-EXIT.
           MOVE CAND-VELOC-MAX-OPS TO MAX-OPS-TRABAJO.
           MOVE CAND-VELOC-IMPORTE TO UMBRAL-TRABAJO.
           MOVE 2 TO ESCENARIO-TRABAJO.
           PERFORM DECIDIR-VELOCIDAD THRU DECIDIR-VELOCIDAD-EXIT.

      * la operacion entra en la ventana para las siguientes
           IF NUM-VENTANA < 200
       SIMULAR-VELOCIDAD-EXIT.
           EXIT.

      * limites del escenario en MAX-OPS-TRABAJO y UMBRAL-TRABAJO,
      * relajados por FACTOR-VIAJE si la tarjeta estaba de viaje
       DECIDIR-VELOCIDAD.
           IF (OPS-VENTANA + 1) NOT > MAX-OPS-TRABAJO
                   AND (CENT-VENTANA + CENT-MOV)
                       NOT > (UMBRAL-TRABAJO * 100)
               GO TO DECIDIR-VELOCIDAD-EXIT.
           PERFORM CONSULTAR-VIAJE THRU CONSULTAR-VIAJE-EXIT.
           IF VIAJE-ACTIVO = 1
                   AND (OPS-VENTANA + 1)
                       NOT > (MAX-OPS-TRABAJO * FACTOR-VIAJE)
                   AND (CENT-VENTANA + CENT-MOV)
                       NOT > (UMBRAL-TRABAJO * 100 * FACTOR-VIAJE)
               GO TO DECIDIR-VELOCIDAD-EXIT.
           PERFORM ANOTAR-DISPARO THRU ANOTAR-DISPARO-EXIT.
       DECIDIR-VELOCIDAD-EXIT.
           EXIT.

      * aviso de viaje de TARJETA-TRABAJO el dia FECHA-REG-YMD, una
      * sola lectura por operacion
       CONSULTAR-VIAJE.
           IF VIAJE-CONSULTADO = 1
               GO TO CONSULTAR-VIAJE-EXIT.
           MOVE TARJETA-TRABAJO TO VIAJE-TARJETA.
           MOVE FECHA-REG-YMD TO VIAJE-FECHA.
           PERFORM COMPROBAR-AVISO-VIAJE
               THRU COMPROBAR-AVISO-VIAJE-EXIT.
           MOVE 1 TO VIAJE-CONSULTADO.
       CONSULTAR-VIAJE-EXIT.
           EXIT.

      * operaciones previas del dia dentro de los minutos pedidos
      * (el numero de minutos llega en INDICE-VEN como entrada)
       CONTAR-VENTANA.
                   AND DSP2-VIGENTE (INDICE-DSP2) = 0
               MOVE "NUEVA" TO SFR-TIPO-LINEA
               MOVE DSP2-REGLA (INDICE-DSP2) TO SFR-REGLA
               MOVE DSP2-TARJETA (INDICE-DSP2) TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO SFR-TARJETA
               MOVE 0 TO SFR-AVISOS-VIGENTE
               MOVE 1 TO SFR-AVISOS-CANDIDATO
               MOVE 0 TO SFR-SOLAPE
       ESCRIBIR-REGLA-LINEA.
           MOVE "REGLA" TO SFR-TIPO-LINEA.
           MOVE REGLA-TRABAJO TO SFR-REGLA.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO SFR-TARJETA.
           MOVE TOT-VIGENTE TO SFR-AVISOS-VIGENTE.
           MOVE TOT-CANDIDATO TO SFR-AVISOS-CANDIDATO.
           MOVE TOT-SOLAPE TO SFR-SOLAPE.

           COPY "LEER-UMBRAL-FRAUDE.cpy".
           COPY "LEER-VELOCIDAD.cpy".
           COPY "COMPROBAR-AVISO-VIAJE.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE PARAMETROS.
           CLOSE SIMFRAUDE-TXT.
           CLOSE SIMFRAUDE-RPT.
           CLOSE AVISOSVIAJE.

           MOVE "BATCH-SF" TO ERROR-PROGRAMA.
           IF FSIH NOT = 00
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSAV NOT = 00
                       MOVE FSAV TO ERROR-FS
                   ELSE
                       MOVE FST TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la simulacion de "
               "fraude. FSIH=" FSIH " FST=" FST " FSM=" FSM
               " FSAV=" FSAV.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
