           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSHA.

           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           02 FILLER                   PIC X(01) VALUE ",".
           02 HAC-IMPORTE-DEC          PIC 9(02).

           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".

       77 NUM-TRIMESTRES             PIC  9(3) VALUE 0.
       77 NUM-TOTAL-CONTROL          PIC  9(9) VALUE 0.
               FUNCTION MOD(CENT-TOTAL-CONTROL, 100).
           WRITE HACIENDA-REG.
           CLOSE HACIENDA.
           MOVE "HACIENDA" TO ENVIO-DESTINATARIO.
           MOVE "hacienda.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-HA" TO ENVIO-PROGRAMA.
           MOVE NUM-TRIMESTRES TO ENVIO-REGISTROS.
           COMPUTE ENVIO-TOTAL-CONTROL = CENT-TOTAL-CONTROL / 100.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.
       EMITIR-REMESA-EXIT.
           EXIT.

           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
               MOVE FSRF2 TO ERROR-FS
           ELSE
               MOVE FSHA TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la remesa de "
