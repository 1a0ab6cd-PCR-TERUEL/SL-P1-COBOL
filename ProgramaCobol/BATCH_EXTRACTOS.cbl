           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EPT-PARTICION            PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EPT-DESDE                PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EPT-HASTA                PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * en la linea TOTAL lleva las particiones aun pendientes
           02 EPT-ESTADO               PIC 9(02).
       77 FSEP                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "SALDOCIERRE-WS.cpy".

       77 ANO-PERIODO                PIC  9(4).
       77 IMPORTE-ENT-MOS            PIC S9(9).
       77 IMPORTE-DEC-MOS            PIC  9(2).

      * fecha valor del movimiento desglosada para el extracto
       01 FECHA-VALOR-EXT            PIC  9(8).
       01 FECHA-VALOR-EXT-R REDEFINES FECHA-VALOR-EXT.
           05 FVE-ANO                PIC  9(4).
           05 FVE-MES                PIC  9(2).
           05 FVE-DIA                PIC  9(2).

       77 NUM-TARJETAS               PIC  9(6) VALUE 0.
       77 NUM-EXTRACTOS              PIC  9(6) VALUE 0.

               AT END GO TO CONSOLIDAR-PARTICIONES-TOTAL.
           MOVE "DETALLE" TO EPT-TIPO-LINEA.
           MOVE PTC-NUM TO EPT-PARTICION.
           MOVE PTC-TNUM-DESDE TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EPT-DESDE.
           MOVE PTC-TNUM-HASTA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EPT-HASTA.
           MOVE PTC-ESTADO TO EPT-ESTADO.
           MOVE PTC-EXTRACTOS TO EPT-EXTRACTOS.
           MOVE PTC-REG-ACUM TO EPT-REG-ACUM.
           CLOSE PARTICIONES.
           MOVE "TOTAL" TO EPT-TIPO-LINEA.
           MOVE 0 TO EPT-PARTICION.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EPT-DESDE.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EPT-HASTA.
           MOVE PARTICIONES-PENDIENTES TO EPT-ESTADO.
           MOVE TOTAL-EXTRACTOS-PART TO EPT-EXTRACTOS.
           MOVE REG-ACUM-PREVIO TO EPT-REG-ACUM.
               START TARJETAS KEY IS > TNUM
                   INVALID KEY GO TO GENERAR-EXTRACTOS-CERRAR
               END-START
               MOVE TARJETA-REANUDACION TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               DISPLAY "Reanudando extractos tras la tarjeta "
                   PAN-IMPRESO
           ELSE
               OPEN OUTPUT EXTRACTO
               IF FSX NOT = 00
           IF FECHA-MOV-CALC > FECHA-FIN-PERIODO
               GO TO ESCRIBIR-TRANSFERENCIAS-LEER.

           MOVE TNUM TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA.
           MOVE "TRANSFER" TO EXT-TIPO.
           MOVE T-ANO TO EXT-ANO.
           MOVE T-MES TO EXT-MES.
           MOVE T-DIA TO EXT-DIA.
           MOVE EXT-ANO TO EXT-VALOR-ANO.
           MOVE EXT-MES TO EXT-VALOR-MES.
           MOVE EXT-DIA TO EXT-VALOR-DIA.
           IF T-CANCELADA
               MOVE "TRANSFERENCIA CANCELADA" TO EXT-CONCEPTO
           ELSE
           MOVE IMPORTE-DEC-MOS TO EXT-IMPORTE-DEC.
           MOVE 0 TO EXT-SALDO-ENT.
           MOVE 0 TO EXT-SALDO-DEC.
           MOVE T-TARJETA-DESTINO TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA-DESTINO.
           MOVE T-BANCO-DESTINO TO EXT-BANCO-DESTINO.
           WRITE EXTRACTO-REG.
           ADD 1 TO REGISTROS-ESCRITOS.
           EXIT.

       ESCRIBIR-CABECERA.
           MOVE TNUM TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA.
           MOVE "CABECERA" TO EXT-TIPO.
           MOVE ANO-PERIODO TO EXT-ANO.
           MOVE MES-PERIODO TO EXT-MES.
           MOVE 1 TO EXT-DIA.
           MOVE EXT-ANO TO EXT-VALOR-ANO.
           MOVE EXT-MES TO EXT-VALOR-MES.
           MOVE EXT-DIA TO EXT-VALOR-DIA.
           MOVE "EXTRACTO MENSUAL - SALDO INICIAL" TO EXT-CONCEPTO.
           MOVE 0 TO EXT-IMPORTE-ENT.
           MOVE 0 TO EXT-IMPORTE-DEC.
           MOVE SALDO-APERTURA-ENT TO EXT-SALDO-ENT.
           MOVE SALDO-APERTURA-DEC TO EXT-SALDO-DEC.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA-DESTINO.
           MOVE 0 TO EXT-BANCO-DESTINO.
           WRITE EXTRACTO-REG.
           ADD 1 TO REGISTROS-ESCRITOS.
           EXIT.

       ESCRIBIR-MOVIMIENTO.
           MOVE TNUM TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA.
           MOVE "MOVIMIENTO" TO EXT-TIPO.
           MOVE MOV-ANO TO EXT-ANO.
           MOVE MOV-MES TO EXT-MES.
           MOVE MOV-DIA TO EXT-DIA.
           MOVE MOV-FECHA-VALOR TO FECHA-VALOR-EXT.
           IF FECHA-VALOR-EXT = 0
               MOVE MOV-FECHA-CONTABLE TO FECHA-VALOR-EXT.
           IF FECHA-VALOR-EXT = 0
               COMPUTE FECHA-VALOR-EXT =
                   (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           MOVE FVE-ANO TO EXT-VALOR-ANO.
           MOVE FVE-MES TO EXT-VALOR-MES.
           MOVE FVE-DIA TO EXT-VALOR-DIA.
           MOVE MOV-CONCEPTO TO EXT-CONCEPTO.
           COMPUTE IMPORTE-ENT-MOS = FUNCTION INTEGER-PART(MOV-IMPORTE).
           COMPUTE IMPORTE-DEC-MOS =
               FUNCTION ABS(MOV-SALDOPOS - IMPORTE-ENT-MOS) * 100.
           MOVE IMPORTE-ENT-MOS TO EXT-SALDO-ENT.
           MOVE IMPORTE-DEC-MOS TO EXT-SALDO-DEC.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA-DESTINO.
           MOVE 0 TO EXT-BANCO-DESTINO.
           WRITE EXTRACTO-REG.
           ADD 1 TO REGISTROS-ESCRITOS.
           EXIT.

       ESCRIBIR-CIERRE.
           MOVE TNUM TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA.
           MOVE "CIERRE" TO EXT-TIPO.
           MOVE ANO-PERIODO TO EXT-ANO.
           MOVE MES-PERIODO TO EXT-MES.
           MOVE ULTIMO-DIA-MES TO EXT-DIA.
           MOVE EXT-ANO TO EXT-VALOR-ANO.
           MOVE EXT-MES TO EXT-VALOR-MES.
           MOVE EXT-DIA TO EXT-VALOR-DIA.
           MOVE "EXTRACTO MENSUAL - SALDO FINAL" TO EXT-CONCEPTO.
           MOVE 0 TO EXT-IMPORTE-ENT.
           MOVE 0 TO EXT-IMPORTE-DEC.
           MOVE SALDO-CIERRE-ENT TO EXT-SALDO-ENT.
           MOVE SALDO-CIERRE-DEC TO EXT-SALDO-DEC.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA-DESTINO.
           MOVE 0 TO EXT-BANCO-DESTINO.
           WRITE EXTRACTO-REG.
           ADD 1 TO REGISTROS-ESCRITOS.

           COPY "LEER-SALDO-CIERRE.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
