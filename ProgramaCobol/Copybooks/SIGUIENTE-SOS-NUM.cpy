       SIGUIENTE-SOS-NUM.
           OPEN I-O CONTADORES.
           IF FSCO = 35
               OPEN OUTPUT CONTADORES
           END-IF.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 22 TO CONT-COD.
           READ CONTADORES INVALID KEY GO TO SIGUIENTE-SOS-NUM-NUEVO.
           ADD 1 TO CONT-ULT-NUM.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-REWRITE.
           GO TO SIGUIENTE-SOS-NUM-FIN.

       SIGUIENTE-SOS-NUM-NUEVO.
           MOVE 1 TO CONT-ULT-NUM.
           WRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR
           END-WRITE.

       SIGUIENTE-SOS-NUM-FIN.
           MOVE CONT-ULT-NUM TO NUEVO-SOS-NUM.
           CLOSE CONTADORES.
       SIGUIENTE-SOS-NUM-EXIT.
           EXIT.
