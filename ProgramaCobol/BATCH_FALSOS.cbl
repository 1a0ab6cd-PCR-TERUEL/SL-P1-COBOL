           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSBD.

           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           02 FILLER                   PIC X(01) VALUE ";".
           02 BDF-NUM                  PIC 9(10).
           02 FILLER                   PIC X(01) VALUE ";".
           02 BDF-TARJETA              PIC X(16).
           02 FILLER                   PIC X(01) VALUE ";".
           02 BDF-DENOM                PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FILLER                   PIC X(01) VALUE ";".
           02 BDF-CAJERO               PIC 9(04).

           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".
           COPY "PAN-WS.cpy".

       77 NUM-COMUNICADOS            PIC  9(5) VALUE 0.
       77 TOTAL-NOTAS                PIC  9(7) VALUE 0.

           MOVE "DETALLE" TO BDF-TIPO-LINEA.
           MOVE FAL-NUM TO BDF-NUM.
           MOVE FAL-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO BDF-TARJETA.
           MOVE FAL-DENOM TO BDF-DENOM.
           MOVE FAL-CANTIDAD TO BDF-CANTIDAD.
           MOVE FAL-FECHA TO BDF-FECHA.
       EMITIR-REMESA-TOTAL.
           MOVE "TOTAL" TO BDF-TIPO-LINEA.
           MOVE NUM-COMUNICADOS TO BDF-NUM.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO BDF-TARJETA.
           MOVE 0 TO BDF-DENOM.
           MOVE TOTAL-NOTAS TO BDF-CANTIDAD.
           MOVE 0 TO BDF-FECHA.
           MOVE 0 TO BDF-CAJERO.
           WRITE BDEFALSO-REG.
           CLOSE BDEFALSOS.
           MOVE "BDE" TO ENVIO-DESTINATARIO.
           MOVE "bdefalsos.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-FB" TO ENVIO-PROGRAMA.
           MOVE NUM-COMUNICADOS TO ENVIO-REGISTROS.
           MOVE TOTAL-NOTAS TO ENVIO-TOTAL-CONTROL.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.
       EMITIR-REMESA-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
               MOVE FSFL TO ERROR-FS
           ELSE
               MOVE FSBD TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la remesa de billetes "
