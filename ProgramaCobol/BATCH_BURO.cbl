           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSBR.

           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           02 FILLER                   PIC X(01).
           02 BRS-IMPAGOS              PIC 9(03).

           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 DNI-CONTRATO               PIC  X(9).
       77 CUOTAS-VIVAS               PIC S9(4).
       77 NUM-EXTRAIDOS              PIC  9(6) VALUE 0.
       77 NUM-CARGADOS               PIC  9(6) VALUE 0.
       77 CENT-TOTAL-VIVO            PIC S9(13) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FECHA-HOY-YMD TO BEX-FECHA.
           WRITE BURO-EXT-REG.
           ADD 1 TO NUM-EXTRAIDOS.
           ADD CENT-VIVO TO CENT-TOTAL-VIVO.
           GO TO EXTRAER-MOROSIDAD-LEER.

       EXTRAER-MOROSIDAD-CERRAR.
           CLOSE PRESTAMOS.
           CLOSE BURO-EXT.
           MOVE "BURO" TO ENVIO-DESTINATARIO.
           MOVE "buroext.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-BU" TO ENVIO-PROGRAMA.
           MOVE NUM-EXTRAIDOS TO ENVIO-REGISTROS.
           COMPUTE ENVIO-TOTAL-CONTROL = CENT-TOTAL-VIVO / 100.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.
       EXTRAER-MOROSIDAD-EXIT.
           EXIT.

       CARGAR-RESPUESTA-EXIT.
           EXIT.

           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
                   MOVE FSBU TO ERROR-FS
               ELSE
                   MOVE FSBX TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el intercambio con el "
