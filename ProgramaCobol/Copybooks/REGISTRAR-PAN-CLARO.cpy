      * PAN-PROGRAMA y PAN-SALIDA contra la lista de excepciones
       AUTORIZAR-PAN-CLARO.
           MOVE 0 TO PAN-AUTORIZACION.
           MOVE 1 TO IND-PAN-EXCEPCION.
       AUTORIZAR-PAN-CLARO-BUSCAR.
           IF IND-PAN-EXCEPCION > 17
               DISPLAY "AVISO: " PAN-SALIDA " de " PAN-PROGRAMA
                   " no esta autorizada a llevar el numero de"
                   " tarjeta completo; sale enmascarado"
               GO TO AUTORIZAR-PAN-CLARO-EXIT.
           IF PEX-PROGRAMA (IND-PAN-EXCEPCION) = PAN-PROGRAMA
                   AND PEX-SALIDA (IND-PAN-EXCEPCION) = PAN-SALIDA
               MOVE 1 TO PAN-AUTORIZACION
               GO TO AUTORIZAR-PAN-CLARO-EXIT.
           ADD 1 TO IND-PAN-EXCEPCION.
           GO TO AUTORIZAR-PAN-CLARO-BUSCAR.
       AUTORIZAR-PAN-CLARO-EXIT.
           EXIT.

      * numero completo si la salida esta autorizada; si no, el
      * mismo enmascarado que en el resto de salidas
       IMPRIMIR-PAN-CLARO.
           IF NOT PAN-CLARO-AUTORIZADO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               GO TO IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-CLARO TO PAN-IMPRESO.
           ADD 1 TO PAN-NUM-CLARO.
       IMPRIMIR-PAN-CLARO-EXIT.
           EXIT.

      * una linea en usopanclaro.rpt por cada uso de la excepcion,
      * con los numeros que salieron completos
       REGISTRAR-PAN-CLARO.
           IF PAN-NUM-CLARO = 0
               GO TO REGISTRAR-PAN-CLARO-EXIT.
           OPEN EXTEND PANCLARO.
           IF FSPC = 35
               OPEN OUTPUT PANCLARO
           END-IF.
           IF FSPC NOT = 00
               GO TO REGISTRAR-PAN-CLARO-FIN.
           MOVE PAN-PROGRAMA TO PCL-PROGRAMA.
           MOVE PAN-SALIDA TO PCL-SALIDA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE DIA TO PCL-DIA.
           MOVE MES TO PCL-MES.
           MOVE ANO TO PCL-ANO.
           MOVE HORAS TO PCL-HOR.
           MOVE MINUTOS TO PCL-MIN.
           MOVE SEGUNDOS TO PCL-SEG.
           MOVE TERMINAL-ID TO PCL-TERMINAL.
           MOVE PAN-NUM-CLARO TO PCL-NUM-TARJETAS.
           WRITE PANCLARO-REG.
           CLOSE PANCLARO.
       REGISTRAR-PAN-CLARO-FIN.
           MOVE 0 TO PAN-NUM-CLARO.
       REGISTRAR-PAN-CLARO-EXIT.
           EXIT.
