       SIGUIENTE-EBG-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 29 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-EBG-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-EBG-NUM-FIN.

       SIGUIENTE-EBG-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-EBG-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-EBG-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-EBG-NUM-EXIT.
           EXIT.
