       SIGUIENTE-SUS-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 30 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-SUS-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-SUS-NUM-FIN.

       SIGUIENTE-SUS-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-SUS-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-SUS-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-SUS-NUM-EXIT.
           EXIT.
