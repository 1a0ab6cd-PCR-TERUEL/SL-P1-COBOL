           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "ABANDONADOS-SEL.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "ABANDONADOS-FD.cpy".
       01 ABANDONO-RPT-REG.
           02 ABR-TIPO-LINEA           PIC X(07).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ABR-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ABR-DNI                  PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSAB2                     PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           MOVE 0 TO MOV-SALDOPOS.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE "DETALLE" TO ABR-TIPO-LINEA.
           MOVE TARJETA-ACTUAL TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO ABR-TARJETA.
           MOVE DNI-TITULAR TO ABR-DNI.
           COMPUTE ABR-IMPORTE-ENT = CENT-SALDO / 100.
           COMPUTE ABR-IMPORTE-DEC = FUNCTION MOD(CENT-SALDO, 100).

       ESCRIBIR-TOTAL.
           MOVE "TOTAL" TO ABR-TIPO-LINEA.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO ABR-TARJETA.
           MOVE SPACES TO ABR-DNI.
           COMPUTE ABR-IMPORTE-ENT = CENT-TOTAL-ENTREGA / 100.
           COMPUTE ABR-IMPORTE-DEC =
           EXIT.

           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".

