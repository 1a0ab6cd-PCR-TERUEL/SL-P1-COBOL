      * el fichero de salida recien cerrado toma la siguiente
      * secuencia de su destinatario, se archiva como
      * <fichero>.<secuencia> y queda anotado como GENERADO; un
      * reenvio repone esa copia, no vuelve a construir el fichero
       REGISTRAR-ENVIO.
           OPEN I-O INTERFACES.
           IF FSIF = 35
               OPEN OUTPUT INTERFACES
               CLOSE INTERFACES
               OPEN I-O INTERFACES
           END-IF.
           IF FSIF NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO ENVIO-SECUENCIA.
           MOVE ENVIO-DESTINATARIO TO INF-DESTINATARIO.
           MOVE 0 TO INF-SECUENCIA.
           START INTERFACES KEY IS NOT LESS THAN INF-CLAVE
               INVALID KEY GO TO REGISTRAR-ENVIO-ARCHIVAR.

       REGISTRAR-ENVIO-ULTIMA.
           READ INTERFACES NEXT RECORD
               AT END GO TO REGISTRAR-ENVIO-ARCHIVAR.
           IF INF-DESTINATARIO NOT = ENVIO-DESTINATARIO
               GO TO REGISTRAR-ENVIO-ARCHIVAR.
           MOVE INF-SECUENCIA TO ENVIO-SECUENCIA.
           GO TO REGISTRAR-ENVIO-ULTIMA.

       REGISTRAR-ENVIO-ARCHIVAR.
           ADD 1 TO ENVIO-SECUENCIA.
           MOVE ENVIO-FICHERO TO NOMBRE-ENVIO-DESDE.
           MOVE SPACES TO NOMBRE-ENVIO-HACIA.
           STRING ENVIO-FICHERO DELIMITED BY SPACE
               "." ENVIO-SECUENCIA DELIMITED BY SIZE
               INTO NOMBRE-ENVIO-HACIA.
           PERFORM COPIAR-ENVIO THRU COPIAR-ENVIO-EXIT.

           MOVE ENVIO-DESTINATARIO TO INF-DESTINATARIO.
           MOVE ENVIO-SECUENCIA TO INF-SECUENCIA.
           MOVE ENVIO-FICHERO TO INF-FICHERO.
           MOVE NOMBRE-ENVIO-HACIA TO INF-ARCHIVO.
           MOVE ENVIO-PROGRAMA TO INF-PROGRAMA.
           MOVE ENVIO-REGISTROS TO INF-REGISTROS.
           MOVE ENVIO-LINEAS TO INF-LINEAS.
           MOVE ENVIO-TOTAL-CONTROL TO INF-TOTAL-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE INF-FECHA-GENERACION =
               (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE INF-HORA-GENERACION =
               (HORAS * 10000) + (MINUTOS * 100) + SEGUNDOS.
           MOVE 1 TO INF-ESTADO.
           MOVE 0 TO INF-FECHA-TRANSMISION.
           MOVE 0 TO INF-HORA-TRANSMISION.
           MOVE 0 TO INF-FECHA-ACUSE.
           MOVE 0 TO INF-HORA-ACUSE.
           MOVE 0 TO INF-REENVIOS.
           MOVE 0 TO INF-FECHA-REENVIO.
           MOVE 0 TO INF-SUPERVISOR.
           WRITE INTERFAZ-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE INTERFACES.
           DISPLAY "Fichero " ENVIO-FICHERO " registrado para "
               ENVIO-DESTINATARIO " con secuencia " ENVIO-SECUENCIA.
       REGISTRAR-ENVIO-EXIT.
           EXIT.
