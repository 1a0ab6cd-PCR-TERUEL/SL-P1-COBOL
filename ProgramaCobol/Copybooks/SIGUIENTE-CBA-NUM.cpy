       SIGUIENTE-CBA-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 25 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-CBA-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-CBA-NUM-FIN.

       SIGUIENTE-CBA-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-CBA-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-CBA-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-CBA-NUM-EXIT.
           EXIT.
