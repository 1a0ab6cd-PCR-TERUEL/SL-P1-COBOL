      * fecha valor del movimiento a punto de escribirse: la fecha
      * pactada si el programa la dejo en FECHA-VALOR-ORIGEN, si no
      * la fecha contable original (la del mes cerrado en un ajuste
      * de periodo) o la del apunte; despues se avanzan los dias
      * habiles que la tabla fija para el MOV-TIPO, con el
      * calendario de festivos
       ASIGNAR-FECHA-VALOR.
           IF FECHA-VALOR-ORIGEN NOT = 0
               MOVE FECHA-VALOR-ORIGEN TO MOV-FECHA-VALOR
           ELSE
               IF FECHA-ORIGEN-AJUSTE NOT = 0
                   MOVE FECHA-ORIGEN-AJUSTE TO MOV-FECHA-VALOR
               ELSE
                   MOVE MOV-FECHA-CONTABLE TO MOV-FECHA-VALOR.
           IF MOV-FECHA-VALOR = 0
               COMPUTE MOV-FECHA-VALOR =
                   (ANO * 10000) + (MES * 100) + DIA.
           MOVE 0 TO FECHA-VALOR-ORIGEN.
           MOVE 0 TO DIAS-VALOR-PEND.
           IF MOV-TIPO > 0 AND MOV-TIPO < 36
               MOVE DIAS-VALOR-TIPO(MOV-TIPO) TO DIAS-VALOR-PEND.

       ASIGNAR-FECHA-VALOR-DIA.
           IF DIAS-VALOR-PEND = 0
               GO TO ASIGNAR-FECHA-VALOR-EXIT.
           COMPUTE DIAS-HABIL-TRABAJO =
               FUNCTION INTEGER-OF-DATE(MOV-FECHA-VALOR) + 1.
           COMPUTE FECHA-HABIL-CONSULTA =
               FUNCTION DATE-OF-INTEGER(DIAS-HABIL-TRABAJO).
           PERFORM SIGUIENTE-DIA-HABIL THRU SIGUIENTE-DIA-HABIL-EXIT.
           MOVE FECHA-HABIL-SIGUIENTE TO MOV-FECHA-VALOR.
           SUBTRACT 1 FROM DIAS-VALOR-PEND.
           GO TO ASIGNAR-FECHA-VALOR-DIA.
       ASIGNAR-FECHA-VALOR-EXIT.
           EXIT.
