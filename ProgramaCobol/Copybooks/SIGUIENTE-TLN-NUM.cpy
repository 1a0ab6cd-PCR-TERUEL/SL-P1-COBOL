       SIGUIENTE-TLN-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 27 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-TLN-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-TLN-NUM-FIN.

       SIGUIENTE-TLN-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-TLN-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-TLN-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-TLN-NUM-EXIT.
           EXIT.
