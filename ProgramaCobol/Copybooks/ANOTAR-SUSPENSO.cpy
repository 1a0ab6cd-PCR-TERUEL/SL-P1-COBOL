      * da de alta en suspenso.ubd la partida de SUSPENSO-WS, que
      * queda pendiente hasta que un supervisor la aplique a una
      * tarjeta o la devuelva al remitente (BANK73)
       ANOTAR-SUSPENSO.
           IF SUSPENSO-CENT = 0
               GO TO ANOTAR-SUSPENSO-EXIT.
           PERFORM SIGUIENTE-SUS-NUM THRU SIGUIENTE-SUS-NUM-EXIT.
           OPEN I-O SUSPENSO.
           IF FSPS = 35
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF.
           IF FSPS NOT = 00
               GO TO PSYS-ERR.
           MOVE NUEVO-SUS-NUM TO SUS-NUM.
           MOVE SUSPENSO-ORIGEN TO SUS-ORIGEN.
           MOVE SUSPENSO-REFERENCIA TO SUS-REFERENCIA.
           MOVE SUSPENSO-TARJETA TO SUS-TARJETA.
           MOVE SUSPENSO-REMITENTE TO SUS-REMITENTE.
           DIVIDE SUSPENSO-CENT BY 100 GIVING SUS-IMPORTE-ENT
               REMAINDER SUS-IMPORTE-DEC.
           MOVE SUSPENSO-DIVISA TO SUS-DIVISA.
           MOVE SUSPENSO-MOTIVO TO SUS-MOTIVO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE SUS-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE 0 TO SUS-ESTADO.
           MOVE 0 TO SUS-FECHA-RESOLUCION.
           MOVE 0 TO SUS-SUPERVISOR.
           MOVE 0 TO SUS-TARJETA-APLICADA.
           MOVE 0 TO SUS-MOV-APLICACION.
           WRITE SUSPENSO-REG INVALID KEY
               CLOSE SUSPENSO
               GO TO PSYS-ERR
           END-WRITE.
           CLOSE SUSPENSO.

           MOVE "SU" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE SUS-NUM TO JOURNAL-CLAVE.
           MOVE SUSPENSO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       ANOTAR-SUSPENSO-EXIT.
           EXIT.
