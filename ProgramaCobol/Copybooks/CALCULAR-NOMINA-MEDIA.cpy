      * media de los abonos de nomina de la ventana reciente: los
      * reconoce por la marca "NOMINA " que BATCH-NOMINAS deja al
      * principio del concepto del movimiento
       CALCULAR-NOMINA-MEDIA.
           MOVE 0 TO NUM-NOMINAS.
           MOVE 0 TO CENT-SUMA-NOMINAS.
           MOVE 0 TO CENT-NOMINA-MEDIA.
           COMPUTE NOMINA-DIAS =
               FUNCTION INTEGER-OF-DATE(NOMINA-HOY-YMD)
               - DIAS-VENTANA-NOMINA.
           COMPUTE NOMINA-DESDE-YMD =
               FUNCTION DATE-OF-INTEGER(NOMINA-DIAS).
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               GO TO CALCULAR-NOMINA-MEDIA-EXIT.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE NOMINA-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS >= MOV-TARJETA
               INVALID KEY GO TO CALCULAR-NOMINA-MEDIA-CERRAR.

       CALCULAR-NOMINA-MEDIA-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO CALCULAR-NOMINA-MEDIA-CERRAR.
           IF MOV-TARJETA NOT = NOMINA-TARJETA
               GO TO CALCULAR-NOMINA-MEDIA-CERRAR.
           IF MOV-TIPO NOT = 06
               GO TO CALCULAR-NOMINA-MEDIA-LEER.
           IF MOV-CONCEPTO (1:7) NOT = "NOMINA "
               GO TO CALCULAR-NOMINA-MEDIA-LEER.
           COMPUTE NOMINA-FECHA-MOV =
               (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           IF NOMINA-FECHA-MOV < NOMINA-DESDE-YMD
               GO TO CALCULAR-NOMINA-MEDIA-LEER.
           ADD 1 TO NUM-NOMINAS.
           COMPUTE CENT-SUMA-NOMINAS = CENT-SUMA-NOMINAS
               + (MOV-IMPORTE * 100).
           GO TO CALCULAR-NOMINA-MEDIA-LEER.

       CALCULAR-NOMINA-MEDIA-CERRAR.
           CLOSE F-MOVIMIENTOS.
           IF NUM-NOMINAS NOT = 0
               COMPUTE CENT-NOMINA-MEDIA =
                   CENT-SUMA-NOMINAS / NUM-NOMINAS.
       CALCULAR-NOMINA-MEDIA-EXIT.
           EXIT.
