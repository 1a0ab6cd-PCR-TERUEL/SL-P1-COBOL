           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "extractoscuenta.rpt".
       01 EXTRACTO-CTA-REG.
           02 EXT-TARJETA                PIC X(16).
           02 FILLER                     PIC X(02) VALUE SPACES.
      * CABECERA / MOVIMIENTO / SUBTOTAL / CIERRE
           02 EXT-TIPO                   PIC X(10).
           02 FILLER                     PIC X(01) VALUE ",".
           02 EXT-SALDO-DEC              PIC 9(02).
           02 FILLER                     PIC X(02) VALUE SPACES.
           02 EXT-TARJETA-DESTINO        PIC X(16).
           02 FILLER                     PIC X(02) VALUE SPACES.
           02 EXT-BANCO-DESTINO          PIC 9(04).
           02 FILLER                     PIC X(02) VALUE SPACES.
      * fecha valor; en las lineas sin movimiento, la de la linea
           02 EXT-VALOR-ANO              PIC 9(04).
           02 FILLER                     PIC X(01) VALUE "-".
           02 EXT-VALOR-MES              PIC 9(02).
           02 FILLER                     PIC X(01) VALUE "-".
           02 EXT-VALOR-DIA              PIC 9(02).

           COPY "ERRORES-FD.cpy".

       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".

       77 ANO-PERIODO                PIC  9(4).
       77 MES-PERIODO                PIC  9(2).
       77 CIERRE-COMBINADO-CENT      PIC S9(13).
       77 IMPORTE-ENT-MOS            PIC S9(9).
       77 IMPORTE-DEC-MOS            PIC  9(2).

      * fecha valor del movimiento desglosada para el extracto
       01 FECHA-VALOR-EXT            PIC  9(8).
       01 FECHA-VALOR-EXT-R REDEFINES FECHA-VALOR-EXT.
           05 FVE-ANO                PIC  9(4).
           05 FVE-MES                PIC  9(2).
           05 FVE-DIA                PIC  9(2).

       77 NUM-CUENTAS                PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
           GO TO EXTRACTO-DE-CUENTA-SUMAR.

       EXTRACTO-DE-CUENTA-ESCRIBIR.
           MOVE CUENTA-ACTUAL TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA.
           MOVE "CABECERA" TO EXT-TIPO.
           MOVE ANO-PERIODO TO EXT-ANO.
           MOVE MES-PERIODO TO EXT-MES.
           MOVE 1 TO EXT-DIA.
           MOVE EXT-ANO TO EXT-VALOR-ANO.
           MOVE EXT-MES TO EXT-VALOR-MES.
           MOVE EXT-DIA TO EXT-VALOR-DIA.
           MOVE "EXTRACTO CUENTA - SALDO INICIAL" TO EXT-CONCEPTO.
           MOVE 0 TO EXT-IMPORTE-ENT.
           MOVE 0 TO EXT-IMPORTE-DEC.
           COMPUTE EXT-SALDO-ENT = APERTURA-COMBINADA-CENT / 100.
           COMPUTE EXT-SALDO-DEC =
               FUNCTION MOD(APERTURA-COMBINADA-CENT, 100).
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA-DESTINO.
           MOVE 0 TO EXT-BANCO-DESTINO.
           WRITE EXTRACTO-CTA-REG.

           PERFORM ESCRIBIR-SUBTOTALES
               THRU ESCRIBIR-SUBTOTALES-EXIT.

           MOVE CUENTA-ACTUAL TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA.
           MOVE "CIERRE" TO EXT-TIPO.
           MOVE ANO-PERIODO TO EXT-ANO.
           MOVE MES-PERIODO TO EXT-MES.
           MOVE ULTIMO-DIA-MES TO EXT-DIA.
           MOVE EXT-ANO TO EXT-VALOR-ANO.
           MOVE EXT-MES TO EXT-VALOR-MES.
           MOVE EXT-DIA TO EXT-VALOR-DIA.
           MOVE "EXTRACTO CUENTA - SALDO FINAL" TO EXT-CONCEPTO.
           MOVE 0 TO EXT-IMPORTE-ENT.
           MOVE 0 TO EXT-IMPORTE-DEC.
           COMPUTE EXT-SALDO-ENT = CIERRE-COMBINADO-CENT / 100.
           COMPUTE EXT-SALDO-DEC =
               FUNCTION MOD(CIERRE-COMBINADO-CENT, 100).
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA-DESTINO.
           MOVE 0 TO EXT-BANCO-DESTINO.
           WRITE EXTRACTO-CTA-REG.
       EXTRACTO-DE-CUENTA-EXIT.
               GO TO ESCRIBIR-DETALLE-MEZCLA-CERRAR.
           MOVE MZC-MOV-NUM (INDICE-MEZCLA) TO MOV-NUM.
           READ F-MOVIMIENTOS INVALID KEY GO TO PSYS-ERR.
           MOVE MOV-TARJETA TO PAN-CLARO.
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
           COMPUTE IMPORTE-ENT-MOS =
               FUNCTION INTEGER-PART(MOV-IMPORTE).
               FUNCTION ABS(MOV-SALDOPOS - IMPORTE-ENT-MOS) * 100.
           MOVE IMPORTE-ENT-MOS TO EXT-SALDO-ENT.
           MOVE IMPORTE-DEC-MOS TO EXT-SALDO-DEC.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA-DESTINO.
           MOVE 0 TO EXT-BANCO-DESTINO.
           WRITE EXTRACTO-CTA-REG.
           GO TO ESCRIBIR-DETALLE-MEZCLA-LOOP.
           ADD 1 TO INDICE-TARJETA.
           IF INDICE-TARJETA > NUM-TARJETAS-CTA
               GO TO ESCRIBIR-SUBTOTALES-EXIT.
           MOVE TARJETA-DE-CUENTA (INDICE-TARJETA) TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA.
           MOVE "SUBTOTAL" TO EXT-TIPO.
           MOVE ANO-PERIODO TO EXT-ANO.
           MOVE MES-PERIODO TO EXT-MES.
           MOVE ULTIMO-DIA-MES TO EXT-DIA.
           MOVE EXT-ANO TO EXT-VALOR-ANO.
           MOVE EXT-MES TO EXT-VALOR-MES.
           MOVE EXT-DIA TO EXT-VALOR-DIA.
           MOVE "SUBTOTAL TARJETA - SALDO FINAL" TO EXT-CONCEPTO.
           MOVE 0 TO EXT-IMPORTE-ENT.
           MOVE 0 TO EXT-IMPORTE-DEC.
               STC-CIERRE-CENT (INDICE-TARJETA) / 100.
           COMPUTE EXT-SALDO-DEC =
               FUNCTION MOD(STC-CIERRE-CENT (INDICE-TARJETA), 100).
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXT-TARJETA-DESTINO.
           MOVE 0 TO EXT-BANCO-DESTINO.
           WRITE EXTRACTO-CTA-REG.
           GO TO ESCRIBIR-SUBTOTALES-LOOP.
       ESCRIBIR-SUBTOTALES-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
