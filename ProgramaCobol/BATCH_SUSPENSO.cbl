       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-SUSPENSO.
      * antiguedad diaria de las partidas en suspenso (suspenso.ubd):
      * lista cada partida pendiente con los dias que lleva en
      * suspenso y su tramo (0-7, 8-30, 31-90 y mas de 90 dias), el
      * total de cada tramo, el movimiento del dia (altas, aplicadas
      * y devueltas) y una linea de control con el total pendiente
      * valorado en EUR y la cuenta contable de suspenso del mapa
      * ctascont.ubd (codigo 96), contra cuyo saldo debe cuadrar.
      * Las partidas en otra divisa se valoran al cambio del dia; una
      * divisa sin tasa cargada se avisa y no entra en el control
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SUSPENSO-SEL.cpy".
           COPY "CTASCONT-SEL.cpy".
           COPY "CAMBIOS-SEL.cpy".

           SELECT INFORME-SUSPENSO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSSR.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SUSPENSO-FD.cpy".
           COPY "CTASCONT-FD.cpy".
           COPY "CAMBIOS-FD.cpy".

      * una linea PARTIDA por partida pendiente, una TRAMO por tramo
      * de antiguedad, ALTAS / APLICADAS / DEVUELTAS con el
      * movimiento del dia y CONTROL con el total pendiente y la
      * cuenta contable; el importe va en la divisa de la partida y
      * el valor en EUR
       FD INFORME-SUSPENSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspenso.rpt".
       01 INFORME-SUSPENSO-REG.
           02 SSR-FECHA                PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SSR-CONCEPTO             PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SSR-NUM                  PIC 9(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SSR-ORIGEN               PIC X(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SSR-REFERENCIA           PIC X(35).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SSR-FECHA-ALTA           PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SSR-DIAS                 PIC 9(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SSR-TRAMO                PIC X(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SSR-DIVISA               PIC 9(02).
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 SSR-IMPORTE-ENT          PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 SSR-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SSR-EUR-ENT              PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 SSR-EUR-DEC              PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SSR-AVISO                PIC X(10).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSPS                      PIC   X(2) VALUE "00".
       77 FSCC                      PIC   X(2) VALUE "00".
       77 FSCB                      PIC   X(2) VALUE "00".
       77 FSSR                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "CAMBIO-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 CUENTA-SUSPENSO            PIC  X(8) VALUE SPACES.
       77 DIAS-EN-SUSPENSO           PIC S9(9).
       77 CENT-PARTIDA               PIC  9(11).
       77 CENT-PARTIDA-EUR           PIC  9(11).
       77 NUM-SIN-TASA               PIC  9(6) VALUE 0.

      * tramos de antiguedad: limite superior en dias (el ultimo
      * recoge todo lo que pase de 90), etiqueta y acumulados
       01 TABLA-TRAMOS-DEF.
           05 FILLER                PIC X(10) VALUE "00007 0-7 ".
           05 FILLER                PIC X(10) VALUE "000308-30 ".
           05 FILLER                PIC X(10) VALUE "0009031-90".
           05 FILLER                PIC X(10) VALUE "99999+90  ".
       01 TABLA-TRAMOS REDEFINES TABLA-TRAMOS-DEF.
           05 TRAMO-DEF OCCURS 4 TIMES.
               10 TRAMO-HASTA       PIC 9(5).
               10 TRAMO-ETIQUETA    PIC X(5).
       01 TABLA-TRAMOS-TOTALES.
           05 TRAMO-TOTAL OCCURS 4 TIMES.
               10 TRAMO-NUM         PIC 9(6).
               10 TRAMO-CENT-EUR    PIC 9(13).
       77 INDICE-TRAMO               PIC  9(1).

      * total pendiente y movimiento del dia, en EUR
       77 NUM-PENDIENTES             PIC  9(6) VALUE 0.
       77 CENT-PENDIENTE-EUR         PIC  9(13) VALUE 0.
       77 NUM-ALTAS-HOY              PIC  9(6) VALUE 0.
       77 CENT-ALTAS-HOY             PIC  9(13) VALUE 0.
       77 NUM-APLICADAS-HOY          PIC  9(6) VALUE 0.
       77 CENT-APLICADAS-HOY         PIC  9(13) VALUE 0.
       77 NUM-DEVUELTAS-HOY          PIC  9(6) VALUE 0.
       77 CENT-DEVUELTAS-HOY         PIC  9(13) VALUE 0.

      * linea de totales que se esta escribiendo
       77 CONCEPTO-TOTAL             PIC  X(9).
       77 NUM-TOTAL                  PIC  9(6).
       77 CENT-TOTAL                 PIC  9(13).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           INITIALIZE TABLA-TRAMOS-TOTALES.

           PERFORM LEER-CUENTA-SUSPENSO THRU LEER-CUENTA-SUSPENSO-EXIT.

           OPEN OUTPUT INFORME-SUSPENSO.
           IF FSSR NOT = 00
               GO TO PSYS-ERR.
           PERFORM RECORRER-SUSPENSO THRU RECORRER-SUSPENSO-EXIT.
           PERFORM ESCRIBIR-TOTALES THRU ESCRIBIR-TOTALES-EXIT.
           CLOSE INFORME-SUSPENSO.

           IF CUENTA-SUSPENSO = SPACES
               DISPLAY "AVISO: falta en ctascont.ubd la cuenta de "
                   "suspenso (codigo 96); el total no se puede cuadrar"
               MOVE 4 TO RETURN-CODE.
           IF NUM-SIN-TASA NOT = 0
               DISPLAY "AVISO: " NUM-SIN-TASA " partidas en divisa "
                   "sin tasa de cambio, fuera del total de control"
               MOVE 4 TO RETURN-CODE.
           DISPLAY "Antiguedad de partidas en suspenso emitida. "
               "Pendientes: " NUM-PENDIENTES " Altas hoy: "
               NUM-ALTAS-HOY " Aplicadas hoy: " NUM-APLICADAS-HOY
               " Devueltas hoy: " NUM-DEVUELTAS-HOY.
           STOP RUN.

      * cuenta contable de suspenso, en el haber del codigo 96
       LEER-CUENTA-SUSPENSO.
           OPEN INPUT CTASCONT.
           IF FSCC = 35
               GO TO LEER-CUENTA-SUSPENSO-EXIT.
           IF FSCC NOT = 00
               GO TO PSYS-ERR.
           MOVE 96 TO CON-MOV-TIPO.
           READ CTASCONT INVALID KEY
               GO TO LEER-CUENTA-SUSPENSO-CERRAR.
           MOVE CON-CTA-HABER TO CUENTA-SUSPENSO.

       LEER-CUENTA-SUSPENSO-CERRAR.
           CLOSE CTASCONT.
       LEER-CUENTA-SUSPENSO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * una pasada por el registro: las pendientes salen con su
      * antiguedad y suman a su tramo; las de alta o resueltas hoy
      * suman al movimiento del dia
      *----------------------------------------------------------*
       RECORRER-SUSPENSO.
           OPEN INPUT SUSPENSO.
           IF FSPS = 35
               GO TO RECORRER-SUSPENSO-EXIT.
           IF FSPS NOT = 00
               GO TO PSYS-ERR.

       RECORRER-SUSPENSO-LEER.
           READ SUSPENSO NEXT RECORD
               AT END GO TO RECORRER-SUSPENSO-CERRAR.
           COMPUTE CENT-PARTIDA =
               (SUS-IMPORTE-ENT * 100) + SUS-IMPORTE-DEC.
           MOVE SUS-DIVISA TO DIVISA-BUSCADA.
           PERFORM LEER-TASA-CAMBIO THRU LEER-TASA-CAMBIO-EXIT.
           IF HAY-TASA = 0
               MOVE 0 TO CENT-PARTIDA-EUR
           ELSE
               COMPUTE CENT-PARTIDA-EUR ROUNDED =
                   CENT-PARTIDA / TASA-DIVISA.

           IF SUS-FECHA-ALTA = FECHA-HOY-YMD
               ADD 1 TO NUM-ALTAS-HOY
               ADD CENT-PARTIDA-EUR TO CENT-ALTAS-HOY.
           IF SUS-FECHA-RESOLUCION = FECHA-HOY-YMD
               IF SUSPENSO-APLICADO
                   ADD 1 TO NUM-APLICADAS-HOY
                   ADD CENT-PARTIDA-EUR TO CENT-APLICADAS-HOY
               ELSE
                   IF SUSPENSO-DEVUELTO
                       ADD 1 TO NUM-DEVUELTAS-HOY
                       ADD CENT-PARTIDA-EUR TO CENT-DEVUELTAS-HOY.
           IF NOT SUSPENSO-PENDIENTE
               GO TO RECORRER-SUSPENSO-LEER.

           COMPUTE DIAS-EN-SUSPENSO =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
               - FUNCTION INTEGER-OF-DATE(SUS-FECHA-ALTA).
           IF DIAS-EN-SUSPENSO < 0
               MOVE 0 TO DIAS-EN-SUSPENSO.
           MOVE 1 TO INDICE-TRAMO.

       RECORRER-SUSPENSO-TRAMO.
           IF INDICE-TRAMO < 4
               IF DIAS-EN-SUSPENSO > TRAMO-HASTA (INDICE-TRAMO)
                   ADD 1 TO INDICE-TRAMO
                   GO TO RECORRER-SUSPENSO-TRAMO.

           ADD 1 TO NUM-PENDIENTES.
           ADD 1 TO TRAMO-NUM (INDICE-TRAMO).
           IF HAY-TASA = 1
               ADD CENT-PARTIDA-EUR TO TRAMO-CENT-EUR (INDICE-TRAMO)
               ADD CENT-PARTIDA-EUR TO CENT-PENDIENTE-EUR
           ELSE
               ADD 1 TO NUM-SIN-TASA.

           MOVE FECHA-HOY-YMD TO SSR-FECHA.
           MOVE "PARTIDA" TO SSR-CONCEPTO.
           MOVE SUS-NUM TO SSR-NUM.
           MOVE SUS-ORIGEN TO SSR-ORIGEN.
           MOVE SUS-REFERENCIA TO SSR-REFERENCIA.
           MOVE SUS-FECHA-ALTA TO SSR-FECHA-ALTA.
           MOVE DIAS-EN-SUSPENSO TO SSR-DIAS.
           MOVE TRAMO-ETIQUETA (INDICE-TRAMO) TO SSR-TRAMO.
           MOVE SUS-DIVISA TO SSR-DIVISA.
           MOVE SUS-IMPORTE-ENT TO SSR-IMPORTE-ENT.
           MOVE SUS-IMPORTE-DEC TO SSR-IMPORTE-DEC.
           COMPUTE SSR-EUR-ENT = CENT-PARTIDA-EUR / 100.
           COMPUTE SSR-EUR-DEC = FUNCTION MOD(CENT-PARTIDA-EUR, 100).
           IF HAY-TASA = 0
               MOVE "SIN TASA" TO SSR-AVISO
           ELSE
               MOVE SPACES TO SSR-AVISO.
           WRITE INFORME-SUSPENSO-REG.
           GO TO RECORRER-SUSPENSO-LEER.

       RECORRER-SUSPENSO-CERRAR.
           CLOSE SUSPENSO.
       RECORRER-SUSPENSO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * totales por tramo, movimiento del dia y control contra la
      * cuenta de suspenso
      *----------------------------------------------------------*
       ESCRIBIR-TOTALES.
           MOVE 0 TO INDICE-TRAMO.

       ESCRIBIR-TOTALES-TRAMO.
           ADD 1 TO INDICE-TRAMO.
           IF INDICE-TRAMO > 4
               GO TO ESCRIBIR-TOTALES-DIA.
           MOVE "TRAMO" TO CONCEPTO-TOTAL.
           MOVE TRAMO-NUM (INDICE-TRAMO) TO NUM-TOTAL.
           MOVE TRAMO-CENT-EUR (INDICE-TRAMO) TO CENT-TOTAL.
           PERFORM ESCRIBIR-LINEA-TOTAL THRU ESCRIBIR-LINEA-TOTAL-EXIT.
           MOVE TRAMO-ETIQUETA (INDICE-TRAMO) TO SSR-TRAMO.
           WRITE INFORME-SUSPENSO-REG.
           GO TO ESCRIBIR-TOTALES-TRAMO.

       ESCRIBIR-TOTALES-DIA.
           MOVE "ALTAS" TO CONCEPTO-TOTAL.
           MOVE NUM-ALTAS-HOY TO NUM-TOTAL.
           MOVE CENT-ALTAS-HOY TO CENT-TOTAL.
           PERFORM ESCRIBIR-LINEA-TOTAL THRU ESCRIBIR-LINEA-TOTAL-EXIT.
           WRITE INFORME-SUSPENSO-REG.
           MOVE "APLICADAS" TO CONCEPTO-TOTAL.
           MOVE NUM-APLICADAS-HOY TO NUM-TOTAL.
           MOVE CENT-APLICADAS-HOY TO CENT-TOTAL.
           PERFORM ESCRIBIR-LINEA-TOTAL THRU ESCRIBIR-LINEA-TOTAL-EXIT.
           WRITE INFORME-SUSPENSO-REG.
           MOVE "DEVUELTAS" TO CONCEPTO-TOTAL.
           MOVE NUM-DEVUELTAS-HOY TO NUM-TOTAL.
           MOVE CENT-DEVUELTAS-HOY TO CENT-TOTAL.
           PERFORM ESCRIBIR-LINEA-TOTAL THRU ESCRIBIR-LINEA-TOTAL-EXIT.
           WRITE INFORME-SUSPENSO-REG.

           MOVE "CONTROL" TO CONCEPTO-TOTAL.
           MOVE NUM-PENDIENTES TO NUM-TOTAL.
           MOVE CENT-PENDIENTE-EUR TO CENT-TOTAL.
           PERFORM ESCRIBIR-LINEA-TOTAL THRU ESCRIBIR-LINEA-TOTAL-EXIT.
           IF CUENTA-SUSPENSO = SPACES
               MOVE "SIN CUENTA" TO SSR-AVISO
           ELSE
               MOVE CUENTA-SUSPENSO TO SSR-REFERENCIA.
           IF NUM-SIN-TASA NOT = 0
               MOVE "SIN TASA" TO SSR-AVISO.
           WRITE INFORME-SUSPENSO-REG.
       ESCRIBIR-TOTALES-EXIT.
           EXIT.

       ESCRIBIR-LINEA-TOTAL.
           MOVE FECHA-HOY-YMD TO SSR-FECHA.
           MOVE CONCEPTO-TOTAL TO SSR-CONCEPTO.
           MOVE NUM-TOTAL TO SSR-NUM.
           MOVE SPACES TO SSR-ORIGEN.
           MOVE SPACES TO SSR-REFERENCIA.
           MOVE 0 TO SSR-FECHA-ALTA.
           MOVE 0 TO SSR-DIAS.
           MOVE SPACES TO SSR-TRAMO.
           MOVE 01 TO SSR-DIVISA.
           COMPUTE SSR-IMPORTE-ENT = CENT-TOTAL / 100.
           COMPUTE SSR-IMPORTE-DEC = FUNCTION MOD(CENT-TOTAL, 100).
           MOVE SSR-IMPORTE-ENT TO SSR-EUR-ENT.
           MOVE SSR-IMPORTE-DEC TO SSR-EUR-DEC.
           MOVE SPACES TO SSR-AVISO.
       ESCRIBIR-LINEA-TOTAL-EXIT.
           EXIT.

           COPY "LEER-TASA-CAMBIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE SUSPENSO.
           CLOSE INFORME-SUSPENSO.

           MOVE "BATCH-SU" TO ERROR-PROGRAMA.
           IF FSPS NOT = 00
               MOVE FSPS TO ERROR-FS
           ELSE
               IF FSCC NOT = 00
                   MOVE FSCC TO ERROR-FS
               ELSE
                   IF FSCB NOT = 00
                       MOVE FSCB TO ERROR-FS
                   ELSE
                       MOVE FSSR TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la antiguedad de partidas "
               "en suspenso. FSPS=" FSPS " FSCC=" FSCC " FSCB=" FSCB
               " FSSR=" FSSR.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
