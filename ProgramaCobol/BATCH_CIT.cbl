           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCD.

           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CDF-CARGADO              PIC 9(07).

           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 CARGADO-REAL               PIC  9(7).
       77 NUM-PEDIDAS                PIC  9(5) VALUE 0.
       77 NUM-CONFIRMADAS            PIC  9(5) VALUE 0.
       77 NUM-DIFERENCIAS            PIC  9(5) VALUE 0.
       77 IMPORTE-PEDIDO             PIC  9(11) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE PRV-SUGERIDO TO CPE-CANTIDAD.
           MOVE FECHA-HOY-YMD TO CPE-FECHA.
           WRITE CIT-PEDIDO-REG.
           COMPUTE IMPORTE-PEDIDO =
               IMPORTE-PEDIDO + (PRV-SUGERIDO * PRV-DENOM).

           MOVE FECHA-HOY-YMD TO CIT-FECHA.
           MOVE PRV-CAJERO TO CIT-CAJERO.
           CLOSE PREVISION.
           CLOSE CITPEDIDO.
           CLOSE CITORDENES.
      * total de control del pedido: importe en euros de los billetes
           MOVE "CIT" TO ENVIO-DESTINATARIO.
           MOVE "citpedido.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-CT" TO ENVIO-PROGRAMA.
           MOVE NUM-PEDIDAS TO ENVIO-REGISTROS.
           MOVE IMPORTE-PEDIDO TO ENVIO-TOTAL-CONTROL.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.
       GENERAR-PEDIDO-EXIT.
           EXIT.

       SUMAR-CARGADO-REAL-EXIT.
           EXIT.

           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
                   MOVE FSCT2 TO ERROR-FS
               ELSE
                   MOVE FSRP TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el circuito CIT. FSPV="
