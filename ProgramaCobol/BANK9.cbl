           COPY "ERRORES-SEL.cpy".
           COPY "EXPORTACION-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "MENSAJES-FD.cpy".
           COPY "ERRORES-FD.cpy".
           COPY "EXPORTACION-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "CALENDARIO-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSMS                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSX                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSCL                      PIC   X(2) VALUE "00".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "PROXIMA-EJECUCION-WS.cpy".
       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       77 T-NUM-A-CANCELAR          PIC 9(35).
       77 T-IMPORTE-ENT-MOS      PIC  9(7).
       77 T-IMPORTE-DEC-MOS      PIC  9(2).
      * siguiente ejecucion de una orden programada, ya rodada al
      * dia habil (espacios en las demas)
       77 PROXIMA-MOS               PIC  X(10).

       LINKAGE SECTION.
       77 TNUM                      PIC  9(16).

           05 T-MODO-PAR LINE LINEA-T-ACTUAL COL 52
               FOREGROUND-COLOR YELLOW PIC X(11) FROM MODO.
           05 T-PROXIMA-PAR LINE LINEA-T-ACTUAL COL 65
               FOREGROUND-COLOR YELLOW PIC X(10) FROM PROXIMA-MOS.


       01 FILA-TRANSFERENCIA-IMPAR.
               FOREGROUND-COLOR WHITE PIC A FROM "|".
           05 T-MODO-IMPAR LINE LINEA-T-ACTUAL COL 52
               FOREGROUND-COLOR WHITE PIC X(11) FROM MODO.
           05 T-PROXIMA-IMPAR LINE LINEA-T-ACTUAL COL 65
               FOREGROUND-COLOR WHITE PIC X(10) FROM PROXIMA-MOS.
       PROCEDURE DIVISION USING TNUM.
       MOVE 15 TO FLAG.
       IMPRIMIR-CABECERA.
           DISPLAY(7, 39) "IMPORTE".
           DISPLAY(7, 50) "|".
           DISPLAY(7, 52) "PAGO".
           DISPLAY(7, 63) "|".
           DISPLAY(7, 65) "PROX. EJEC.".

           DISPLAY(23, 2) "E-Exportar a fichero".
           DISPLAY(24, 2) "Re. pag - Esp. anteriores".

           IF T-CANCELADA OR T-MENSUAL = 0
                   OR MESES-PROYECTADOS > T-MESES-REPETIR
                   OR T-PER-UNICA OR T-PER-SEMANAL
                   OR T-PER-TRIMESTRAL OR T-PER-ANUAL
               CONTINUE
           ELSE
               IF T-ANO <= ANO-PLANIFICADO
           DISPLAY(7, 39) "IMPORTE".
           DISPLAY(7, 50) "|".
           DISPLAY(7, 52) "PAGO".
           DISPLAY(7, 63) "|".
           DISPLAY(7, 65) "PROX. EJEC.".
           DISPLAY(23, 2) "E-Exportar a fichero".
           DISPLAY(24, 2) "Re. pag - Esp. anteriores".
           DISPLAY(24, 33) "ESC-Salir C-Cancelar".
           MOVE T-ANO TO EXP-ANO.
           MOVE T-HOR TO EXP-HOR.
           MOVE T-MIN TO EXP-MIN.
           MOVE T-TARJETA-ORIGEN TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXP-TARJETA-ORIGEN.
           MOVE T-TARJETA-DESTINO TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXP-TARJETA-DESTINO.
           COMPUTE T-IMPORTE-ENT-MOS = FUNCTION INTEGER-PART(T-IMPORTE).
           COMPUTE T-IMPORTE-DEC-MOS =
               FUNCTION ABS(T-IMPORTE - T-IMPORTE-ENT-MOS) * 100.

           COPY "LEER-MENSAJE.cpy".
           COPY "LEER-IDIOMA-SESION.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "PROXIMA-EJECUCION.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".

      * fecha de la siguiente ejecucion de la orden, rodada al dia
      * habil en que el batch la hara efectiva
       PREPARAR-PROXIMA.
           MOVE SPACES TO PROXIMA-MOS.
           PERFORM CALCULAR-PROX-EJECUCION
               THRU CALCULAR-PROX-EJECUCION-EXIT.
           IF PROX-FECHA-NUM = 0
               GO TO PREPARAR-PROXIMA-EXIT.
           MOVE PROX-FECHA-NUM TO FECHA-HABIL-CONSULTA.
           PERFORM SIGUIENTE-DIA-HABIL THRU SIGUIENTE-DIA-HABIL-EXIT.
           MOVE FECHA-HABIL-SIGUIENTE TO PROX-FECHA-NUM.
           STRING PROX-DIA "-" PROX-MES "-" PROX-ANO
               DELIMITED BY SIZE INTO PROXIMA-MOS.
       PREPARAR-PROXIMA-EXIT.
           EXIT.

       PSYS-ERR.
           CLOSE TRANSFERENCIAS.

           MOVE "BANK9" TO ERROR-PROGRAMA.
           IF FSCL NOT = 00 AND FSCL NOT = 35
               MOVE FSCL TO ERROR-FS
           ELSE
               MOVE FST TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.


       MOSTRAR-TRANSFERENCIA.
           PERFORM PREPARAR-PROXIMA THRU PREPARAR-PROXIMA-EXIT.
           COMPUTE T-IMPORTE-ENT-MOS = FUNCTION INTEGER-PART(T-IMPORTE).
           COMPUTE T-IMPORTE-DEC-MOS =
               FUNCTION ABS(T-IMPORTE - T-IMPORTE-ENT-MOS) * 100.
