      * del dia de hoy; si esta operacion superaria el maximo de
      * operaciones o la suma de importes, VELOC-EXCEDIDA queda a 1 y
      * el intento se apunta en fraude.rpt en el acto -- la deteccion
      * nocturna llega tarde para una tarjeta robada. El llamador
      * deja su codigo de programa en PAN-PROGRAMA: fraude.rpt lleva
      * el numero completo por la lista de excepciones. Con aviso
      * de viaje vigente los dos umbrales se multiplican por
      * FACTOR-VIAJE y la linea de fraude.rpt lo indica
       VERIFICAR-VELOCIDAD.
           MOVE 0 TO VELOC-EXCEDIDA.
           MOVE 0 TO VELOC-NUM-OPS.
           IF VELOC-EXCEDIDA = 0
               GO TO VERIFICAR-VELOCIDAD-EXIT.

           MOVE VELOC-TARJETA TO VIAJE-TARJETA.
           COMPUTE VIAJE-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM COMPROBAR-AVISO-VIAJE
               THRU COMPROBAR-AVISO-VIAJE-EXIT.
           IF VIAJE-ACTIVO = 1
               MOVE 0 TO VELOC-EXCEDIDA
               IF (VELOC-NUM-OPS + 1)
                       > (VELOCIDAD-MAX-OPS * FACTOR-VIAJE)
                   MOVE 1 TO VELOC-EXCEDIDA
               END-IF
               IF (VELOC-SUMA-CENT + VELOC-IMPORTE-CENT)
                       > (VELOCIDAD-IMPORTE * 100 * FACTOR-VIAJE)
                   MOVE 1 TO VELOC-EXCEDIDA
               END-IF
               IF VELOC-EXCEDIDA = 0
                   GO TO VERIFICAR-VELOCIDAD-EXIT.

      * constancia inmediata del intento para revision de fraude
           OPEN EXTEND FRAUDE.
           IF FSF = 35
           END-IF.
           IF FSF NOT = 00
               GO TO VERIFICAR-VELOCIDAD-EXIT.
           MOVE "fraude.rpt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.
           MOVE VELOC-TARJETA TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO FRA-TARJETA.
           MOVE "VELOC" TO FRA-MOTIVO.
           IF VIAJE-ACTIVO = 1
               MOVE "VIAJE" TO FRA-VIAJE
           ELSE
               MOVE SPACES TO FRA-VIAJE.
           MOVE VELOC-NUM-OPS TO FRA-NUM-FALLOS.
           COMPUTE FRA-IMPORTE-ENT = VELOC-IMPORTE-CENT / 100.
           COMPUTE FRA-IMPORTE-DEC =
               FUNCTION MOD(VELOC-IMPORTE-CENT, 100).
           WRITE FRAUDE-REG.
           CLOSE FRAUDE.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
       VERIFICAR-VELOCIDAD-EXIT.
           EXIT.
