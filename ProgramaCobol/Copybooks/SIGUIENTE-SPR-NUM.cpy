       SIGUIENTE-SPR-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 24 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-SPR-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-SPR-NUM-FIN.

       SIGUIENTE-SPR-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-SPR-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-SPR-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-SPR-NUM-EXIT.
           EXIT.
