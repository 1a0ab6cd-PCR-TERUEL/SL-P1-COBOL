      * fechas reales, desde no anterior a hoy, hasta no anterior a
      * desde y viaje de VIAJE-MAX-DIAS dias como mucho; con las dos
      * fechas a cero es una baja y no se mira nada mas
       VALIDAR-AVISO-VIAJE.
           MOVE 0 TO VIAJE-ERROR.
           MOVE 0 TO VIAJE-BAJA.
           IF VIAJE-DESDE = 0 AND VIAJE-HASTA = 0
               MOVE 1 TO VIAJE-BAJA
               GO TO VALIDAR-AVISO-VIAJE-EXIT.
           MOVE 1 TO VIAJE-ERROR.
           IF VIAJE-DESDE (5:2) < "01" OR VIAJE-DESDE (5:2) > "12"
               GO TO VALIDAR-AVISO-VIAJE-EXIT.
           IF VIAJE-DESDE (7:2) < "01" OR VIAJE-DESDE (7:2) > "31"
               GO TO VALIDAR-AVISO-VIAJE-EXIT.
           IF VIAJE-HASTA (5:2) < "01" OR VIAJE-HASTA (5:2) > "12"
               GO TO VALIDAR-AVISO-VIAJE-EXIT.
           IF VIAJE-HASTA (7:2) < "01" OR VIAJE-HASTA (7:2) > "31"
               GO TO VALIDAR-AVISO-VIAJE-EXIT.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE VIAJE-HOY = (ANO * 10000) + (MES * 100) + DIA.
           IF VIAJE-DESDE < VIAJE-HOY OR VIAJE-HASTA < VIAJE-DESDE
               GO TO VALIDAR-AVISO-VIAJE-EXIT.
           COMPUTE VIAJE-DIAS = FUNCTION INTEGER-OF-DATE(VIAJE-HASTA)
               - FUNCTION INTEGER-OF-DATE(VIAJE-DESDE).
           IF VIAJE-DIAS > VIAJE-MAX-DIAS
               GO TO VALIDAR-AVISO-VIAJE-EXIT.
      * la divisa ha de estar activa en el maestro de divisas, que
      * el programa ha cargado antes con CARGAR-DIVISAS
           MOVE 2 TO VIAJE-ERROR.
           IF VIAJE-DIVISA = 0
               GO TO VALIDAR-AVISO-VIAJE-EXIT.
           MOVE VIAJE-DIVISA TO DIVISA-CONSULTA.
           PERFORM VER-DIVISA THRU VER-DIVISA-EXIT.
           IF DIVISA-OPERABLE = 0
               GO TO VALIDAR-AVISO-VIAJE-EXIT.
           MOVE 0 TO VIAJE-ERROR.
       VALIDAR-AVISO-VIAJE-EXIT.
           EXIT.
