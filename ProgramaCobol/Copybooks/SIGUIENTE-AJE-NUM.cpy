       SIGUIENTE-AJE-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 31 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-AJE-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-AJE-NUM-FIN.

       SIGUIENTE-AJE-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-AJE-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-AJE-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-AJE-NUM-EXIT.
           EXIT.
