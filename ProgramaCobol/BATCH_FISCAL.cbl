       77 FSTM                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".

       77 ANO-EJERCICIO              PIC  9(4).
       77 FECHA-INICIO-EJERCICIO     PIC  9(8).
       01 TOTALES-TIPO.
      * un acumulador por cada codigo de MOV-TIPO (ver
      * DESCRIBIR-TIPO-MOVIMIENTO.cpy), indexado por el propio codigo
           05 TOTAL-TIPO-IMPORTE PIC S9(9)V99 COMP-3 OCCURS 35 TIMES.

       77 NUM-TARJETAS               PIC  9(6) VALUE 0.
       77 NUM-RESUMENES              PIC  9(6) VALUE 0.
               START TARJETAS KEY IS > TNUM
                   INVALID KEY GO TO GENERAR-RESUMENES-CERRAR
               END-START
               MOVE TARJETA-REANUDACION TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               DISPLAY "Reanudando resumen fiscal tras la tarjeta "
                   PAN-IMPRESO
           ELSE
               OPEN OUTPUT FISCAL
               IF FSF NOT = 00

      * un codigo de tipo fuera de la tabla (registro corrupto o de
      * una version futura) no debe tumbar el resumen del ejercicio
           IF MOV-TIPO > 0 AND MOV-TIPO < 36
               ADD MOV-IMPORTE TO TOTAL-TIPO-IMPORTE(MOV-TIPO).
           ADD 1 TO FISC-NUM-MOVIMIENTOS.
           GO TO GENERAR-RESUMEN-LEER-MOV.
      * transferencias enviadas y recibidas) y escribe el registro
      *----------------------------------------------------------*
       ESCRIBIR-RESUMEN-FISCAL.
           MOVE TNUM TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO FISC-TARJETA.
           MOVE ANO-EJERCICIO TO FISC-ANO.

           COMPUTE SUMA-TIPO =
       ESCRIBIR-RESUMEN-FISCAL-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
