       SUMAR-PUNTOS.
           MOVE 0 TO PUNTOS-DISPONIBLES-TOTAL.
           MOVE 0 TO PUNTOS-PROXIMA-CADUCIDAD.
           OPEN INPUT PUNTOS.
           IF FSPU = 35
               GO TO SUMAR-PUNTOS-EXIT.
           IF FSPU NOT = 00
               GO TO PSYS-ERR.
           MOVE PUNTOS-TARJETA-BUSCADA TO PTO-TARJETA.
           MOVE 0 TO PTO-PERIODO.
           MOVE 0 TO PTO-ORIGEN.
           START PUNTOS KEY IS >= PTO-CLAVE
               INVALID KEY GO TO SUMAR-PUNTOS-CERRAR.

       SUMAR-PUNTOS-LEER.
           READ PUNTOS NEXT RECORD
               AT END GO TO SUMAR-PUNTOS-CERRAR.
           IF PTO-TARJETA NOT = PUNTOS-TARJETA-BUSCADA
               GO TO SUMAR-PUNTOS-CERRAR.
      * un lote vencido cuenta como caducado aunque el proceso
      * mensual aun no lo haya marcado
           IF PTO-CADUCADO OR PTO-DISPONIBLES = 0
                   OR PTO-CADUCIDAD < PUNTOS-FECHA-HOY
               GO TO SUMAR-PUNTOS-LEER.
           ADD PTO-DISPONIBLES TO PUNTOS-DISPONIBLES-TOTAL.
           IF PUNTOS-PROXIMA-CADUCIDAD = 0
                   OR PTO-CADUCIDAD < PUNTOS-PROXIMA-CADUCIDAD
               MOVE PTO-CADUCIDAD TO PUNTOS-PROXIMA-CADUCIDAD.
           GO TO SUMAR-PUNTOS-LEER.

       SUMAR-PUNTOS-CERRAR.
           CLOSE PUNTOS.
       SUMAR-PUNTOS-EXIT.
           EXIT.
