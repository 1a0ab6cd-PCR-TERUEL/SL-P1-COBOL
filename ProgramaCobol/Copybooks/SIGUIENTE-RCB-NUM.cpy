       SIGUIENTE-RCB-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 26 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-RCB-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-RCB-NUM-FIN.

       SIGUIENTE-RCB-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-RCB-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-RCB-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-RCB-NUM-EXIT.
           EXIT.
