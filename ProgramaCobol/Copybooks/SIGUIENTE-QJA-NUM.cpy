       SIGUIENTE-QJA-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 28 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-QJA-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-QJA-NUM-FIN.

       SIGUIENTE-QJA-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-QJA-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-QJA-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-QJA-NUM-EXIT.
           EXIT.
