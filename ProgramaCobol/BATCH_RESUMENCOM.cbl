       01 RESUMENCOM-REG.
           02 RSM-TIPO-LINEA           PIC X(07).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RSM-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * 11 = comisiones, 22 = intereses deudores
           02 RSM-MOV-TIPO             PIC 9(02).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".

       77 ANO-EJERCICIO              PIC  9(4).
               GO TO RESUMIR-UNA-EXIT.
           IF NUM-COMISIONES NOT = 0
               MOVE "DETALLE" TO RSM-TIPO-LINEA
               MOVE TARJETA-ACTUAL TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO RSM-TARJETA
               MOVE 11 TO RSM-MOV-TIPO
               MOVE NUM-COMISIONES TO RSM-NUM
               COMPUTE RSM-IMPORTE-ENT = CENT-COMISIONES / 100
               ADD NUM-COMISIONES TO NUM-TOTAL-BANCO.
           IF NUM-DEUDORES NOT = 0
               MOVE "DETALLE" TO RSM-TIPO-LINEA
               MOVE TARJETA-ACTUAL TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO RSM-TARJETA
               MOVE 22 TO RSM-MOV-TIPO
               MOVE NUM-DEUDORES TO RSM-NUM
               COMPUTE RSM-IMPORTE-ENT = CENT-DEUDORES / 100

       ESCRIBIR-TOTAL-BANCO.
           MOVE "TOTAL" TO RSM-TIPO-LINEA.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO RSM-TARJETA.
           MOVE 0 TO RSM-MOV-TIPO.
           MOVE NUM-TOTAL-BANCO TO RSM-NUM.
           COMPUTE RSM-IMPORTE-ENT = CENT-TOTAL-BANCO / 100.
       ESCRIBIR-TOTAL-BANCO-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

