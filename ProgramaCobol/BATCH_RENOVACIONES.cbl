           COPY "PARAMETROS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           COPY "RENOVMAP-SEL.cpy".

           COPY "ERRORES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

           COPY "RENOVMAP-FD.cpy".

           COPY "ERRORES-FD.cpy".
           COPY "JOURNAL-FD.cpy".
       77 FSJR                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "REN-NUM-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-LIMITE-YMD           PIC  9(8).
       77 VERSION-HEREDADA           PIC  9(2).
       77 YA-RENOVADA                PIC  9(1).
       77 NUM-EMITIDAS               PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE 0 TO REN-ENVIADA-BURO.
           MOVE 0 TO REN-EMBOSADA.
           MOVE 0 TO REN-FECHA-EXPEDICION.
           MOVE 0 TO REN-MOTIVO.
           WRITE RENOVACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RENOVACIONES.

               OPEN OUTPUT RENOVMAP
           END-IF.
           IF FSRM = 00
               MOVE TARJETA-ACTUAL TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO RNM-TARJETA-ANTIGUA
               MOVE TARJETA-NUEVA TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO RNM-TARJETA-NUEVA
               MOVE ANO TO RNM-ANO
               MOVE MES TO RNM-MES
               MOVE DIA TO RNM-DIA
               MOVE "RENOVACION" TO RNM-MOTIVO
               WRITE RENOVMAP-REG
               CLOSE RENOVMAP.

       GENERAR-TNUM-NUEVA-EXIT.
           EXIT.

           COPY "SIGUIENTE-REN-NUM.cpy".
           COPY "LEER-MAX-INTENTOS.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
