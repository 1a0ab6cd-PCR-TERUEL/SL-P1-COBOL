       SIGUIENTE-UIF-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 23 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-UIF-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-UIF-NUM-FIN.

       SIGUIENTE-UIF-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-UIF-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-UIF-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-UIF-NUM-EXIT.
           EXIT.
