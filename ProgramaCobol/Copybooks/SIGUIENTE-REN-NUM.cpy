       SIGUIENTE-REN-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 14 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-REN-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-REN-NUM-FIN.

       SIGUIENTE-REN-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-REN-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-REN-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-REN-NUM-EXIT.
           EXIT.
