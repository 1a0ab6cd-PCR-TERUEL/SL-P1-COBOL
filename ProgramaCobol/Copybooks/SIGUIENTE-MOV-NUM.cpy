      * vigente; se refresca aqui porque este parrafo precede a
      * cada anotacion
           PERFORM LEER-FECHA-CONTABLE THRU LEER-FECHA-CONTABLE-EXIT.
           PERFORM VERIFICAR-PERIODO THRU VERIFICAR-PERIODO-EXIT.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
       SIGUIENTE-MOV-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-MOV-NUM.
           CLOSE CONTADORES.
           IF FECHA-ORIGEN-AJUSTE NOT = 0
               PERFORM REGISTRAR-AJUSTE-PERIODO
                   THRU REGISTRAR-AJUSTE-PERIODO-EXIT.
       SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

      * un mes contable en cierre o cerrado ya no admite apuntes: la
      * fecha contable pasa al primer mes abierto siguiente (el dia
      * de hoy si es el mes en curso, si no el dia 1) y se guarda la
      * original para anotar el ajuste
       VERIFICAR-PERIODO.
           MOVE 0 TO FECHA-ORIGEN-AJUSTE.
           COMPUTE PERIODO-BUSCADO = FECHA-CONTABLE-YMD / 100.
           OPEN INPUT PERIODOS.
           IF FSPO = 35
               GO TO VERIFICAR-PERIODO-EXIT.
           IF FSPO NOT = 00
               GO TO PSYS-ERR.

       VERIFICAR-PERIODO-LEER.
           MOVE PERIODO-BUSCADO TO PER-PERIODO.
           READ PERIODOS INVALID KEY
               GO TO VERIFICAR-PERIODO-CERRAR.
           IF PERIODO-ABIERTO
               GO TO VERIFICAR-PERIODO-CERRAR.
           IF FECHA-ORIGEN-AJUSTE = 0
               MOVE FECHA-CONTABLE-YMD TO FECHA-ORIGEN-AJUSTE.
           ADD 1 TO PERIODO-BUSCADO.
           IF FUNCTION MOD(PERIODO-BUSCADO, 100) = 13
               ADD 88 TO PERIODO-BUSCADO.
           GO TO VERIFICAR-PERIODO-LEER.

       VERIFICAR-PERIODO-CERRAR.
           CLOSE PERIODOS.
           IF FECHA-ORIGEN-AJUSTE = 0
               GO TO VERIFICAR-PERIODO-EXIT.
           IF PERIODO-BUSCADO = (ANO * 100) + MES
               COMPUTE FECHA-CONTABLE-YMD =
                   (ANO * 10000) + (MES * 100) + DIA
           ELSE
               COMPUTE FECHA-CONTABLE-YMD =
                   (PERIODO-BUSCADO * 100) + 1.
       VERIFICAR-PERIODO-EXIT.
           EXIT.

      * el ajuste queda con el numero de movimiento que lo lleva
       REGISTRAR-AJUSTE-PERIODO.
           OPEN I-O AJUSTESPER.
           IF FSAJ = 35
               OPEN OUTPUT AJUSTESPER
           END-IF.
           IF FSAJ NOT = 00
               GO TO PSYS-ERR.
           MOVE NUEVO-MOV-NUM TO AJP-MOV-NUM.
           COMPUTE AJP-PERIODO-ORIGEN = FECHA-ORIGEN-AJUSTE / 100.
           MOVE FECHA-ORIGEN-AJUSTE TO AJP-FECHA-ORIGEN.
           MOVE FECHA-CONTABLE-YMD TO AJP-FECHA-AJUSTE.
           WRITE AJUSTEPER-REG INVALID KEY
               CLOSE AJUSTESPER
               GO TO PSYS-ERR
           END-WRITE.
           CLOSE AJUSTESPER.
       REGISTRAR-AJUSTE-PERIODO-EXIT.
           EXIT.
