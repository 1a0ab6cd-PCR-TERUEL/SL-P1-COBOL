       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-INFQUEJAS.
      * informe anual de quejas de clientes para el regulador: de las
      * quejas dadas de alta en el ano natural anterior al de
      * ejecucion, por categoria, las recibidas, las resueltas dentro
      * y fuera de la fecha limite, las pendientes, el resultado
      * (estimadas, desestimadas, estimadas en parte) y los dias
      * medios hasta la resolucion, con una linea final de totales
      * (quejas.rpt)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "QUEJAS-SEL.cpy".

           SELECT QUEJAS-RPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIQ.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "QUEJAS-FD.cpy".

       FD QUEJAS-RPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "quejas.rpt".
       01 QUEJAS-RPT-REG               PIC X(132).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSQJ                      PIC   X(2) VALUE "00".
       77 FSIQ                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "QUEJA-CATEGORIAS-WS.cpy".

       77 ANO-EJERCICIO              PIC  9(4).
       77 FECHA-INICIO-EJERCICIO     PIC  9(8).
       77 FECHA-FIN-EJERCICIO        PIC  9(8).
       77 DIAS-RESOLUCION            PIC S9(9).
       77 INDICE-CAT                 PIC  9(1).
       77 NUM-QUEJAS                 PIC  9(7) VALUE 0.

      * acumuladores por categoria (QJA-CATEGORIA); la septima fila
      * es el total de todas ellas
       01 TABLA-ESTADISTICA-QUEJAS.
           05 EST-QUEJA OCCURS 7 TIMES.
               10 EST-RECIBIDAS      PIC 9(6).
               10 EST-EN-PLAZO       PIC 9(6).
               10 EST-FUERA-PLAZO    PIC 9(6).
               10 EST-PENDIENTES     PIC 9(6).
               10 EST-ESTIMADAS      PIC 9(6).
               10 EST-DESESTIMADAS   PIC 9(6).
               10 EST-PARCIALES      PIC 9(6).
               10 EST-DIAS-TOTAL     PIC 9(9).

       01 IQJ-CABECERA.
           02 FILLER                   PIC X(37)
               VALUE "INFORME ANUAL DE QUEJAS, EJERCICIO ".
           02 IQC-ANO                  PIC 9(04).
           02 FILLER                   PIC X(91) VALUE SPACES.

       01 IQJ-TITULOS.
           02 FILLER                   PIC X(26) VALUE "CATEGORIA".
           02 FILLER                   PIC X(09) VALUE "RECIBIDAS".
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 FILLER                   PIC X(09) VALUE " EN PLAZO".
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 FILLER                   PIC X(09) VALUE "FUERA PLZ".
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 FILLER                   PIC X(09) VALUE "PENDIENTE".
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 FILLER                   PIC X(09) VALUE "ESTIMADAS".
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 FILLER                   PIC X(09) VALUE "DESESTIM.".
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 FILLER                   PIC X(09) VALUE "EN PARTE ".
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 FILLER                   PIC X(10) VALUE "DIAS MEDIO".
           02 FILLER                   PIC X(26) VALUE SPACES.

       01 IQJ-LINEA.
           02 IQL-CATEGORIA            PIC X(24).
           02 FILLER                   PIC X(05) VALUE SPACES.
           02 IQL-RECIBIDAS            PIC Z(5)9.
           02 FILLER                   PIC X(04) VALUE SPACES.
           02 IQL-EN-PLAZO             PIC Z(5)9.
           02 FILLER                   PIC X(04) VALUE SPACES.
           02 IQL-FUERA-PLAZO          PIC Z(5)9.
           02 FILLER                   PIC X(04) VALUE SPACES.
           02 IQL-PENDIENTES           PIC Z(5)9.
           02 FILLER                   PIC X(04) VALUE SPACES.
           02 IQL-ESTIMADAS            PIC Z(5)9.
           02 FILLER                   PIC X(04) VALUE SPACES.
           02 IQL-DESESTIMADAS         PIC Z(5)9.
           02 FILLER                   PIC X(04) VALUE SPACES.
           02 IQL-PARCIALES            PIC Z(5)9.
           02 FILLER                   PIC X(05) VALUE SPACES.
           02 IQL-DIAS-MEDIO           PIC Z(4)9.
           02 FILLER                   PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE ANO-EJERCICIO = ANO - 1.
           COMPUTE FECHA-INICIO-EJERCICIO =
               (ANO-EJERCICIO * 10000) + 101.
           COMPUTE FECHA-FIN-EJERCICIO = (ANO-EJERCICIO * 10000) + 1231.
           INITIALIZE TABLA-ESTADISTICA-QUEJAS.

           PERFORM ACUMULAR-QUEJAS THRU ACUMULAR-QUEJAS-EXIT.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
           DISPLAY "Informe anual de quejas generado. Quejas del "
               "ejercicio: " NUM-QUEJAS.
           STOP RUN.

       ACUMULAR-QUEJAS.
           OPEN INPUT QUEJAS.
           IF FSQJ = 35
               GO TO ACUMULAR-QUEJAS-EXIT.
           IF FSQJ NOT = 00
               GO TO PSYS-ERR.

       ACUMULAR-QUEJAS-LEER.
           READ QUEJAS NEXT RECORD
               AT END GO TO ACUMULAR-QUEJAS-CERRAR.
           IF QJA-FECHA-ALTA < FECHA-INICIO-EJERCICIO
                   OR QJA-FECHA-ALTA > FECHA-FIN-EJERCICIO
               GO TO ACUMULAR-QUEJAS-LEER.
      * una categoria fuera de rango se cuenta como otras
           MOVE QJA-CATEGORIA TO INDICE-CAT.
           IF INDICE-CAT = 0 OR INDICE-CAT > NUM-CATEGORIAS-QUEJA
               MOVE NUM-CATEGORIAS-QUEJA TO INDICE-CAT.
           ADD 1 TO NUM-QUEJAS.
           PERFORM SUMAR-QUEJA THRU SUMAR-QUEJA-EXIT.
           MOVE 7 TO INDICE-CAT.
           PERFORM SUMAR-QUEJA THRU SUMAR-QUEJA-EXIT.
           GO TO ACUMULAR-QUEJAS-LEER.

       ACUMULAR-QUEJAS-CERRAR.
           CLOSE QUEJAS.
       ACUMULAR-QUEJAS-EXIT.
           EXIT.

       SUMAR-QUEJA.
           ADD 1 TO EST-RECIBIDAS (INDICE-CAT).
           IF QUEJA-ABIERTA
               ADD 1 TO EST-PENDIENTES (INDICE-CAT)
               GO TO SUMAR-QUEJA-EXIT.
           IF QJA-FECHA-RESOLUCION > QJA-FECHA-LIMITE
               ADD 1 TO EST-FUERA-PLAZO (INDICE-CAT)
           ELSE
               ADD 1 TO EST-EN-PLAZO (INDICE-CAT).
           IF QUEJA-ESTIMADA
               ADD 1 TO EST-ESTIMADAS (INDICE-CAT).
           IF QUEJA-DESESTIMADA
               ADD 1 TO EST-DESESTIMADAS (INDICE-CAT).
           IF QUEJA-ESTIMADA-PARCIAL
               ADD 1 TO EST-PARCIALES (INDICE-CAT).
           COMPUTE DIAS-RESOLUCION =
               FUNCTION INTEGER-OF-DATE(QJA-FECHA-RESOLUCION)
               - FUNCTION INTEGER-OF-DATE(QJA-FECHA-ALTA).
           ADD DIAS-RESOLUCION TO EST-DIAS-TOTAL (INDICE-CAT).
       SUMAR-QUEJA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * una linea por categoria y la de totales; el informe del
      * ejercicio se rehace entero en cada ejecucion
      *----------------------------------------------------------*
       ESCRIBIR-INFORME.
           OPEN OUTPUT QUEJAS-RPT.
           IF FSIQ NOT = 00
               GO TO PSYS-ERR.
           MOVE ANO-EJERCICIO TO IQC-ANO.
           WRITE QUEJAS-RPT-REG FROM IQJ-CABECERA.
           MOVE SPACES TO QUEJAS-RPT-REG.
           WRITE QUEJAS-RPT-REG.
           WRITE QUEJAS-RPT-REG FROM IQJ-TITULOS.
           MOVE 1 TO INDICE-CAT.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT
               UNTIL INDICE-CAT > 7.
           CLOSE QUEJAS-RPT.
       ESCRIBIR-INFORME-EXIT.
           EXIT.

       ESCRIBIR-LINEA.
           IF INDICE-CAT = 7
               MOVE SPACES TO QUEJAS-RPT-REG
               WRITE QUEJAS-RPT-REG
               MOVE "TOTAL" TO IQL-CATEGORIA
           ELSE
               MOVE CATEGORIA-QUEJA-DESC (INDICE-CAT)
                   TO IQL-CATEGORIA.
           MOVE EST-RECIBIDAS (INDICE-CAT) TO IQL-RECIBIDAS.
           MOVE EST-EN-PLAZO (INDICE-CAT) TO IQL-EN-PLAZO.
           MOVE EST-FUERA-PLAZO (INDICE-CAT) TO IQL-FUERA-PLAZO.
           MOVE EST-PENDIENTES (INDICE-CAT) TO IQL-PENDIENTES.
           MOVE EST-ESTIMADAS (INDICE-CAT) TO IQL-ESTIMADAS.
           MOVE EST-DESESTIMADAS (INDICE-CAT) TO IQL-DESESTIMADAS.
           MOVE EST-PARCIALES (INDICE-CAT) TO IQL-PARCIALES.
           MOVE 0 TO IQL-DIAS-MEDIO.
           IF EST-RECIBIDAS (INDICE-CAT) > EST-PENDIENTES (INDICE-CAT)
               COMPUTE IQL-DIAS-MEDIO ROUNDED =
                   EST-DIAS-TOTAL (INDICE-CAT)
                   / (EST-RECIBIDAS (INDICE-CAT)
                      - EST-PENDIENTES (INDICE-CAT)).
           WRITE QUEJAS-RPT-REG FROM IQJ-LINEA.
           ADD 1 TO INDICE-CAT.
       ESCRIBIR-LINEA-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE QUEJAS.
           CLOSE QUEJAS-RPT.

           MOVE "BATCH-IQ" TO ERROR-PROGRAMA.
           IF FSQJ NOT = 00
               MOVE FSQJ TO ERROR-FS
           ELSE
               MOVE FSIQ TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el informe anual de "
               "quejas. FSQJ=" FSQJ " FSIQ=" FSIQ.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
