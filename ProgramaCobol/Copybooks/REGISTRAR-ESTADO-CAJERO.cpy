      * cambio de estado del terminal del registro CAJERO-REG en
      * curso: deja la linea en estadoscajero.rpt con el estado
      * nuevo y el origen en ESTADO-CAJERO-ORIGEN; si el historico no
      * se puede abrir el cambio sigue su curso sin anotarse
       REGISTRAR-ESTADO-CAJERO.
           OPEN EXTEND ESTADOS-CAJERO.
           IF FSEJ = 35
               OPEN OUTPUT ESTADOS-CAJERO
           END-IF.
           IF FSEJ NOT = 00
               GO TO REGISTRAR-ESTADO-CAJERO-EXIT.
           MOVE CAJ-ID TO ECJ-CAJERO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO TO ECJ-ANO.
           MOVE MES TO ECJ-MES.
           MOVE DIA TO ECJ-DIA.
           MOVE HORAS TO ECJ-HOR.
           MOVE MINUTOS TO ECJ-MIN.
           MOVE CAJ-ESTADO TO ECJ-ESTADO.
           MOVE ESTADO-CAJERO-ORIGEN TO ECJ-ORIGEN.
           WRITE ESTADO-CAJERO-REG.
           CLOSE ESTADOS-CAJERO.
       REGISTRAR-ESTADO-CAJERO-EXIT.
           EXIT.
