           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "ERRORES-FD.cpy".
           COPY "CALENDARIO-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSMS                      PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSCL                      PIC   X(2) VALUE "00".
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "PROXIMA-EJECUCION-WS.cpy".

       77 DIA1-USUARIO              PIC   9(2).
       77 MES1-USUARIO              PIC   9(2).
       77 FILAS-PAGINA               PIC 9(2).
       77 IMPORTE-ENT-MOS            PIC 9(7).
       77 IMPORTE-DEC-MOS            PIC 9(2).
      * siguiente ejecucion de una orden programada, ya rodada al
      * dia habil (espacios en las demas)
       77 PROXIMA-MOS                PIC X(10).

       LINKAGE SECTION.
       77 TNUM                      PIC  9(16).
               DISPLAY (LINEA-ACTUAL, 09) "-"
               DISPLAY (LINEA-ACTUAL, 10) T-ANO
               DISPLAY (LINEA-ACTUAL, 17) "Transferencia"
               PERFORM PREPARAR-PROXIMA THRU PREPARAR-PROXIMA-EXIT
               IF PROXIMA-MOS NOT = SPACES
                   DISPLAY (LINEA-ACTUAL, 30) "Prox. ejec."
                   DISPLAY (LINEA-ACTUAL, 42) PROXIMA-MOS
               END-IF
               COMPUTE IMPORTE-ENT-MOS =
                   FUNCTION INTEGER-PART(T-IMPORTE)
               COMPUTE IMPORTE-DEC-MOS =
           COPY "LEER-MENSAJE.cpy".
           COPY "LEER-IDIOMA-SESION.cpy".
           COPY "REGISTRAR-ERROR.cpy".
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
           CLOSE F-MOVIMIENTOS.
           IF FSM NOT = 00
               MOVE FSM TO ERROR-FS
           ELSE
               IF FSCL NOT = 00 AND FSCL NOT = 35
                   MOVE FSCL TO ERROR-FS
               ELSE
                   MOVE FST TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
