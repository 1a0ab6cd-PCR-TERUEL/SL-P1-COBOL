       SIGUIENTE-AUT-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 21 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-AUT-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-AUT-NUM-FIN.

       SIGUIENTE-AUT-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-AUT-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-AUT-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-AUT-NUM-EXIT.
           EXIT.
