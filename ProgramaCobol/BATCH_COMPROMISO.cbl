       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-COMPROMISO.
      * punto comun de compromiso: reune las tarjetas comprometidas
      * en los ultimos dias parametrizados (paso a TARJETA-ROBADA
      * segun diario.jrn, fraude confirmado en casosfraude.ubd y
      * robadas de hotcards.txt) y los terminales por los que
      * pasaron en las semanas anteriores al compromiso (MOV-CAJERO
      * de movimientos.ubd y dispensas.rpt). Cada terminal se
      * compara con su trafico normal: las tarjetas comprometidas
      * que se esperarian en el por su cuota de tarjetas de la red
      * frente a las que de verdad pasaron. compromiso.rpt lista los
      * terminales por el factor de exceso; los que superan el
      * minimo de tarjetas y el factor parametrizados se avisan a
      * supervision y quedan en incidencias.rpt para inspeccion,
      * una sola vez mientras sigan dentro de la ventana de dias
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "JOURNAL-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CASOS-SEL.cpy".
           COPY "CAJEROS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "DISPENSAS-SEL.cpy".
           COPY "INCIDENCIAS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           SELECT HOTCARDS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSHC.

           SELECT COMPROMISO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPC.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "JOURNAL-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CASOS-FD.cpy".
           COPY "CAJEROS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "DISPENSAS-FD.cpy".
           COPY "INCIDENCIAS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

      * fichero de la red: tarjeta y estado codificado
      * (2 = perdida, 3 = robada)
       FD HOTCARDS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "hotcards.txt".
       01 HOTCARD-REG.
           02 HOT-TARJETA              PIC 9(16).
           02 FILLER                   PIC X(1).
           02 HOT-ESTADO               PIC 9(1).
           COPY "CONTROL-TXT-REG.cpy".

       FD COMPROMISO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "compromiso.rpt".
       01 COMPROMISO-REG               PIC X(200).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSJR                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2) VALUE "00".
       77 FSCA                      PIC   X(2) VALUE "00".
       77 FSCJ                      PIC   X(2) VALUE "00".
       77 FSM                       PIC   X(2) VALUE "00".
       77 FSDI                      PIC   X(2) VALUE "00".
       77 FSIC                      PIC   X(2) VALUE "00".
       77 FSP                       PIC   X(2) VALUE "00".
       77 FSN                       PIC   X(2) VALUE "00".
       77 FSHC                      PIC   X(2) VALUE "00".
       77 FSPC                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "PAN-WS.cpy".

      * dia (entero de calendario) de hoy, primer dia en que se
      * buscan compromisos y primer dia del trafico que se revisa
       77 FECHA-HOY-YMD              PIC  9(8).
       77 HOY-INT                    PIC  9(7).
       77 DESDE-COMPROMISO-INT       PIC  9(7).
       77 DESDE-TRAFICO-INT          PIC  9(7).
       77 FECHA-SUCESO               PIC  9(8).
       77 DIA-SUCESO-INT             PIC  9(7).

      * tarjetas comprometidas: origen R (paso a robada en el
      * diario), F (fraude confirmado) o H (robada en hotcards.txt),
      * espacio si se descarto por estar ya robada antes de la
      * ventana; fecha del compromiso y terminales usados en los
      * dias de uso anteriores
       01 TABLA-COMPROMETIDAS.
           05 COMPROMETIDA OCCURS 300 TIMES.
               10 CMP-TARJETA        PIC 9(16).
               10 CMP-IMPRESA        PIC X(16).
               10 CMP-ORIGEN         PIC X(1).
               10 CMP-FECHA          PIC 9(8).
               10 CMP-DIA-INT        PIC 9(7).
      * ultimo estado del diario anterior a la ventana
               10 CMP-ESTADO-PREVIO  PIC 9(2).
               10 CMP-NUM-TRM        PIC 9(2).
               10 CMP-TRM            PIC 9(4) OCCURS 30 TIMES.
       77 NUM-COMPROMETIDAS          PIC  9(3) VALUE 0.
       77 INDICE-CMP                 PIC  9(3).
       77 INDICE-CMP-ACTUAL          PIC  9(3).
       77 INDICE-TRM                 PIC  9(2).
       77 CMP-BUSCADA                PIC  9(16).
       77 ORIGEN-BUSCADO             PIC  X(1).
       77 AVISO-TABLA-LLENA          PIC  9(1) VALUE 0.

      * terminales: tarjetas distintas de la red que pasaron por el
      * en la ventana de trafico, tarjetas comprometidas, esperadas
      * por su cuota y factor de exceso. TCP-ALERTA 1 = se avisa,
      * 2 = ya avisado en los dias de la ventana
       01 TABLA-TERMINALES-CPC.
           05 TERMINAL-CPC OCCURS 300 TIMES.
               10 TCP-ID             PIC 9(4).
               10 TCP-UBICACION      PIC X(30).
               10 TCP-TARJETAS       PIC 9(7).
               10 TCP-COMPROMETIDAS  PIC 9(5).
               10 TCP-ESPERADAS      PIC 9(5)V9(2).
               10 TCP-FACTOR         PIC 9(4)V9(1).
               10 TCP-ALERTA         PIC 9(1).
               10 TCP-LISTADO        PIC 9(1).
       77 NUM-TERMINALES-CPC         PIC  9(3) VALUE 0.
       77 INDICE-CAJ                 PIC  9(3).
       77 INDICE-MAYOR               PIC  9(3).
       77 CAJERO-BUSCADO             PIC  9(4).

      * terminales distintos de la tarjeta que se esta leyendo
       01 TABLA-USO-TARJETA.
           05 UST-CAJERO             PIC 9(4) OCCURS 50 TIMES.
       77 NUM-USO-TARJETA            PIC  9(2) VALUE 0.
       77 INDICE-UST                 PIC  9(2).
       77 TARJETA-ACTUAL             PIC  9(16) VALUE 0.

       77 NUM-TARJETAS-RED           PIC  9(7) VALUE 0.
       77 NUM-CMP-CON-USO            PIC  9(3) VALUE 0.
       77 NUM-MOVIMIENTOS            PIC  9(7) VALUE 0.
       77 NUM-DISPENSAS              PIC  9(7) VALUE 0.
       77 NUM-ALERTAS                PIC  9(3) VALUE 0.
       77 NUM-YA-AVISADOS            PIC  9(3) VALUE 0.
       77 RANGO-CPC                  PIC  9(3) VALUE 0.

       01 FECHA-TRABAJO              PIC  9(8).
       01 FECHA-TRABAJO-PARTES REDEFINES FECHA-TRABAJO.
           02 FTR-ANO                PIC  9(4).
           02 FTR-MES                PIC  9(2).
           02 FTR-DIA                PIC  9(2).

       01 CPC-CABECERA.
           02 FILLER                   PIC X(30)
               VALUE "PUNTOS COMUNES DE COMPROMISO, ".
           02 CPH-DIA                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 CPH-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 CPH-ANO                  PIC 9(04).
           02 FILLER                   PIC X(30)
               VALUE "  DIAS DE COMPROMISO:         ".
           02 CPH-DIAS                 PIC 9(03).
           02 FILLER                   PIC X(17)
               VALUE "  DIAS DE USO:   ".
           02 CPH-DIAS-USO             PIC 9(03).
           02 FILLER                   PIC X(17)
               VALUE "  MINIMO:        ".
           02 CPH-MINIMO               PIC 9(03).
           02 FILLER                   PIC X(10) VALUE "  FACTOR: ".
           02 CPH-FACTOR               PIC ZZ9.9.
           02 FILLER                   PIC X(72) VALUE SPACES.

       01 CPC-RESUMEN.
           02 FILLER                   PIC X(24)
               VALUE "TARJETAS COMPROMETIDAS: ".
           02 CPR-COMPROMETIDAS        PIC 9(03).
           02 FILLER                   PIC X(25)
               VALUE "  CON USO EN TERMINALES: ".
           02 CPR-CON-USO              PIC 9(03).
           02 FILLER                   PIC X(28)
               VALUE "  TARJETAS CON USO EN RED: ".
           02 CPR-TARJETAS-RED         PIC 9(07).
           02 FILLER                   PIC X(110) VALUE SPACES.

      * ESPERADAS = comprometidas con uso por la cuota del terminal
      * en las tarjetas de la red; FACTOR = comprometidas sobre
      * esperadas
       01 CPC-TERMINAL.
           02 FILLER                   PIC X(06) VALUE "RANGO ".
           02 CPT-RANGO                PIC 9(03).
           02 FILLER                   PIC X(09) VALUE "  CAJERO ".
           02 CPT-ID                   PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CPT-UBICACION            PIC X(30).
           02 FILLER                   PIC X(17)
               VALUE "  COMPROMETIDAS: ".
           02 CPT-COMPROMETIDAS        PIC 9(05).
           02 FILLER                   PIC X(16)
               VALUE "  TARJETAS RED: ".
           02 CPT-TARJETAS             PIC 9(07).
           02 FILLER                   PIC X(13) VALUE "  ESPERADAS: ".
           02 CPT-ESPERADAS            PIC ZZZZ9.99.
           02 FILLER                   PIC X(10) VALUE "  FACTOR: ".
           02 CPT-FACTOR               PIC ZZZ9.9.
           02 FILLER                   PIC X(02) VALUE SPACES.
      * ALERTA / YA AVISADO / espacios
           02 CPT-MARCA                PIC X(10).
           02 FILLER                   PIC X(52) VALUE SPACES.

      * tarjetas comprometidas que pasaron por un terminal avisado
       01 CPC-TARJETA.
           02 FILLER                   PIC X(10) VALUE SPACES.
           02 FILLER                   PIC X(08) VALUE "TARJETA ".
           02 CPJ-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CPJ-ORIGEN               PIC X(16).
           02 FILLER                   PIC X(09) VALUE "  FECHA: ".
           02 CPJ-DIA                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 CPJ-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 CPJ-ANO                  PIC 9(04).
           02 FILLER                   PIC X(129) VALUE SPACES.

       01 CPC-VACIO.
           02 FILLER                   PIC X(42) VALUE
               "SIN TERMINALES CON TARJETAS COMPROMETIDAS".
           02 FILLER                   PIC X(158) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HOY-INT = FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD).
           PERFORM LEER-PARAM-COMPROMISO
               THRU LEER-PARAM-COMPROMISO-EXIT.
           COMPUTE DESDE-COMPROMISO-INT = HOY-INT - DIAS-COMPROMISO.
           COMPUTE DESDE-TRAFICO-INT =
               DESDE-COMPROMISO-INT - DIAS-USO-COMPROMISO.

           PERFORM CARGAR-CAJEROS THRU CARGAR-CAJEROS-EXIT.
           PERFORM RECOGER-ROBADAS THRU RECOGER-ROBADAS-EXIT.
           PERFORM DESCARTAR-YA-ROBADAS THRU DESCARTAR-YA-ROBADAS-EXIT.
           PERFORM RECOGER-CASOS THRU RECOGER-CASOS-EXIT.
           PERFORM RECOGER-HOTCARDS THRU RECOGER-HOTCARDS-EXIT.
           PERFORM RECORRER-MOVIMIENTOS THRU RECORRER-MOVIMIENTOS-EXIT.
           PERFORM RECORRER-DISPENSAS THRU RECORRER-DISPENSAS-EXIT.
           PERFORM CONTAR-COMPROMETIDAS THRU CONTAR-COMPROMETIDAS-EXIT.
           PERFORM CALCULAR-FACTORES THRU CALCULAR-FACTORES-EXIT.
           PERFORM LEER-AVISOS-PREVIOS THRU LEER-AVISOS-PREVIOS-EXIT.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
           DISPLAY "Puntos de compromiso. Tarjetas comprometidas: "
               NUM-COMPROMETIDAS " (con uso: " NUM-CMP-CON-USO ")"
               " Movimientos: " NUM-MOVIMIENTOS
               " Dispensas: " NUM-DISPENSAS.
           DISPLAY "Terminales avisados: " NUM-ALERTAS
               " Ya avisados: " NUM-YA-AVISADOS.
           GOBACK.

           COPY "LEER-PARAM-COMPROMISO.cpy".

      *----------------------------------------------------------*
      * terminales del maestro con su ubicacion
      *----------------------------------------------------------*
       CARGAR-CAJEROS.
           OPEN INPUT CAJEROS.
           IF FSCJ = 35
               MOVE "00" TO FSCJ
               GO TO CARGAR-CAJEROS-EXIT.
           IF FSCJ NOT = 00
               GO TO PSYS-ERR.

       CARGAR-CAJEROS-LEER.
           READ CAJEROS NEXT RECORD
               AT END GO TO CARGAR-CAJEROS-CERRAR.
           MOVE CAJ-ID TO CAJERO-BUSCADO.
           PERFORM BUSCAR-CAJERO-CPC THRU BUSCAR-CAJERO-CPC-EXIT.
           IF INDICE-CAJ NOT = 0
               MOVE CAJ-UBICACION TO TCP-UBICACION (INDICE-CAJ).
           GO TO CARGAR-CAJEROS-LEER.

       CARGAR-CAJEROS-CERRAR.
           CLOSE CAJEROS.
       CARGAR-CAJEROS-EXIT.
           EXIT.

      * fila del terminal CAJERO-BUSCADO, dandola de alta si es nueva
      * (INDICE-CAJ a 0 si la tabla esta llena)
       BUSCAR-CAJERO-CPC.
           MOVE 0 TO INDICE-CAJ.

       BUSCAR-CAJERO-CPC-SIG.
           ADD 1 TO INDICE-CAJ.
           IF INDICE-CAJ > NUM-TERMINALES-CPC
               GO TO BUSCAR-CAJERO-CPC-ALTA.
           IF TCP-ID (INDICE-CAJ) = CAJERO-BUSCADO
               GO TO BUSCAR-CAJERO-CPC-EXIT.
           GO TO BUSCAR-CAJERO-CPC-SIG.

       BUSCAR-CAJERO-CPC-ALTA.
           IF NUM-TERMINALES-CPC = 300
               DISPLAY "AVISO: tabla de terminales llena, el analisis "
                   "de puntos de compromiso queda incompleto"
               MOVE 0 TO INDICE-CAJ
               GO TO BUSCAR-CAJERO-CPC-EXIT.
           ADD 1 TO NUM-TERMINALES-CPC.
           MOVE NUM-TERMINALES-CPC TO INDICE-CAJ.
           INITIALIZE TERMINAL-CPC (INDICE-CAJ).
           MOVE CAJERO-BUSCADO TO TCP-ID (INDICE-CAJ).
           MOVE "(NO ESTA EN EL MAESTRO)" TO TCP-UBICACION (INDICE-CAJ).
       BUSCAR-CAJERO-CPC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tarjetas que el diario deja en TARJETA-ROBADA dentro de la
      * ventana de dias
      *----------------------------------------------------------*
       RECOGER-ROBADAS.
           OPEN INPUT JOURNAL.
           IF FSJR = 35
               MOVE "00" TO FSJR
               GO TO RECOGER-ROBADAS-EXIT.
           IF FSJR NOT = 00
               GO TO PSYS-ERR.

       RECOGER-ROBADAS-LEER.
           READ JOURNAL AT END GO TO RECOGER-ROBADAS-CERRAR.
           IF JRN-FICHERO NOT = "TA"
                   OR JRN-MES = 0 OR JRN-DIA = 0
               GO TO RECOGER-ROBADAS-LEER.
           COMPUTE FECHA-SUCESO =
               (JRN-ANO * 10000) + (JRN-MES * 100) + JRN-DIA.
           COMPUTE DIA-SUCESO-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-SUCESO).
           IF DIA-SUCESO-INT < DESDE-COMPROMISO-INT
                   OR DIA-SUCESO-INT > HOY-INT
               GO TO RECOGER-ROBADAS-LEER.
           MOVE JRN-IMAGEN TO TAJETAREG.
           IF NOT TARJETA-ROBADA
               GO TO RECOGER-ROBADAS-LEER.
           MOVE TNUM TO CMP-BUSCADA.
           MOVE "R" TO ORIGEN-BUSCADO.
           PERFORM ANOTAR-COMPROMETIDA THRU ANOTAR-COMPROMETIDA-EXIT.
           GO TO RECOGER-ROBADAS-LEER.

       RECOGER-ROBADAS-CERRAR.
           CLOSE JOURNAL.
       RECOGER-ROBADAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * una tarjeta que ya estaba robada antes de la ventana (el
      * diario se vuelve a escribir con cada cambio del registro)
      * no es un compromiso nuevo: se guarda el ultimo estado de
      * las entradas anteriores a la ventana y se descartan las
      * que ya eran TARJETA-ROBADA
      *----------------------------------------------------------*
       DESCARTAR-YA-ROBADAS.
           IF NUM-COMPROMETIDAS = 0
               GO TO DESCARTAR-YA-ROBADAS-EXIT.
           OPEN INPUT JOURNAL.
           IF FSJR = 35
               MOVE "00" TO FSJR
               GO TO DESCARTAR-YA-ROBADAS-EXIT.
           IF FSJR NOT = 00
               GO TO PSYS-ERR.

       DESCARTAR-YA-ROBADAS-LEER.
           READ JOURNAL AT END GO TO DESCARTAR-YA-ROBADAS-CERRAR.
           IF JRN-FICHERO NOT = "TA"
                   OR JRN-MES = 0 OR JRN-DIA = 0
               GO TO DESCARTAR-YA-ROBADAS-LEER.
           COMPUTE FECHA-SUCESO =
               (JRN-ANO * 10000) + (JRN-MES * 100) + JRN-DIA.
           COMPUTE DIA-SUCESO-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-SUCESO).
           IF DIA-SUCESO-INT NOT < DESDE-COMPROMISO-INT
               GO TO DESCARTAR-YA-ROBADAS-LEER.
           MOVE JRN-IMAGEN TO TAJETAREG.
           MOVE TNUM TO CMP-BUSCADA.
           PERFORM BUSCAR-COMPROMETIDA THRU BUSCAR-COMPROMETIDA-EXIT.
           IF INDICE-CMP NOT = 0
               MOVE TESTADO TO CMP-ESTADO-PREVIO (INDICE-CMP).
           GO TO DESCARTAR-YA-ROBADAS-LEER.

       DESCARTAR-YA-ROBADAS-CERRAR.
           CLOSE JOURNAL.
           MOVE 0 TO INDICE-CMP.

       DESCARTAR-YA-ROBADAS-SIG.
           ADD 1 TO INDICE-CMP.
           IF INDICE-CMP > NUM-COMPROMETIDAS
               GO TO DESCARTAR-YA-ROBADAS-EXIT.
           IF CMP-ESTADO-PREVIO (INDICE-CMP) = 03
               MOVE SPACE TO CMP-ORIGEN (INDICE-CMP).
           GO TO DESCARTAR-YA-ROBADAS-SIG.
       DESCARTAR-YA-ROBADAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * casos de fraude confirmados en la ventana; el compromiso se
      * fecha en el alta del caso
      *----------------------------------------------------------*
       RECOGER-CASOS.
           OPEN INPUT CASOS.
           IF FSCA = 35
               MOVE "00" TO FSCA
               GO TO RECOGER-CASOS-EXIT.
           IF FSCA NOT = 00
               GO TO PSYS-ERR.

       RECOGER-CASOS-LEER.
           READ CASOS NEXT RECORD AT END GO TO RECOGER-CASOS-CERRAR.
           IF NOT CASO-CONFIRMADO
                   OR CAS-FECHA-REVISION = 0 OR CAS-FECHA-ALTA = 0
               GO TO RECOGER-CASOS-LEER.
           COMPUTE DIA-SUCESO-INT =
               FUNCTION INTEGER-OF-DATE(CAS-FECHA-REVISION).
           IF DIA-SUCESO-INT < DESDE-COMPROMISO-INT
               GO TO RECOGER-CASOS-LEER.
           MOVE CAS-FECHA-ALTA TO FECHA-SUCESO.
           COMPUTE DIA-SUCESO-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-SUCESO).
           MOVE CAS-TARJETA TO CMP-BUSCADA.
           MOVE "F" TO ORIGEN-BUSCADO.
           PERFORM ANOTAR-COMPROMETIDA THRU ANOTAR-COMPROMETIDA-EXIT.
           GO TO RECOGER-CASOS-LEER.

       RECOGER-CASOS-CERRAR.
           CLOSE CASOS.
       RECOGER-CASOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tarjetas robadas del ultimo fichero de la red, fechadas hoy;
      * las lineas de control CABECERA y TOTAL se saltan
      *----------------------------------------------------------*
       RECOGER-HOTCARDS.
           OPEN INPUT HOTCARDS.
           IF FSHC = 35
               MOVE "00" TO FSHC
               GO TO RECOGER-HOTCARDS-EXIT.
           IF FSHC NOT = 00
               GO TO PSYS-ERR.

       RECOGER-HOTCARDS-LEER.
           READ HOTCARDS AT END GO TO RECOGER-HOTCARDS-CERRAR.
           IF CTX-MARCA = "CABECERA" OR CTX-MARCA (1:5) = "TOTAL"
               GO TO RECOGER-HOTCARDS-LEER.
           IF HOT-TARJETA NOT NUMERIC OR HOT-ESTADO NOT = 3
               GO TO RECOGER-HOTCARDS-LEER.
           MOVE HOT-TARJETA TO CMP-BUSCADA.
           MOVE "H" TO ORIGEN-BUSCADO.
           MOVE FECHA-HOY-YMD TO FECHA-SUCESO.
           MOVE HOY-INT TO DIA-SUCESO-INT.
           PERFORM ANOTAR-COMPROMETIDA THRU ANOTAR-COMPROMETIDA-EXIT.
           GO TO RECOGER-HOTCARDS-LEER.

       RECOGER-HOTCARDS-CERRAR.
           CLOSE HOTCARDS.
       RECOGER-HOTCARDS-EXIT.
           EXIT.

      * fila de la tarjeta CMP-BUSCADA (INDICE-CMP a 0 si no esta)
       BUSCAR-COMPROMETIDA.
           MOVE 0 TO INDICE-CMP.

       BUSCAR-COMPROMETIDA-SIG.
           ADD 1 TO INDICE-CMP.
           IF INDICE-CMP > NUM-COMPROMETIDAS
               MOVE 0 TO INDICE-CMP
               GO TO BUSCAR-COMPROMETIDA-EXIT.
           IF CMP-TARJETA (INDICE-CMP) = CMP-BUSCADA
               GO TO BUSCAR-COMPROMETIDA-EXIT.
           GO TO BUSCAR-COMPROMETIDA-SIG.
       BUSCAR-COMPROMETIDA-EXIT.
           EXIT.

      * anota CMP-BUSCADA con ORIGEN-BUSCADO y la fecha del suceso;
      * si ya estaba se queda con la fecha de compromiso mas antigua
       ANOTAR-COMPROMETIDA.
           IF CMP-BUSCADA = 0
               GO TO ANOTAR-COMPROMETIDA-EXIT.
           PERFORM BUSCAR-COMPROMETIDA THRU BUSCAR-COMPROMETIDA-EXIT.
           IF INDICE-CMP = 0
               GO TO ANOTAR-COMPROMETIDA-ALTA.
           IF CMP-ORIGEN (INDICE-CMP) = SPACE
                   OR DIA-SUCESO-INT < CMP-DIA-INT (INDICE-CMP)
               MOVE ORIGEN-BUSCADO TO CMP-ORIGEN (INDICE-CMP)
               MOVE FECHA-SUCESO TO CMP-FECHA (INDICE-CMP)
               MOVE DIA-SUCESO-INT TO CMP-DIA-INT (INDICE-CMP).
           GO TO ANOTAR-COMPROMETIDA-EXIT.

       ANOTAR-COMPROMETIDA-ALTA.
           IF NUM-COMPROMETIDAS = 300
               IF AVISO-TABLA-LLENA = 0
                   MOVE 1 TO AVISO-TABLA-LLENA
                   DISPLAY "AVISO: tabla de tarjetas comprometidas "
                       "llena, el analisis queda incompleto"
               END-IF
               GO TO ANOTAR-COMPROMETIDA-EXIT.
           ADD 1 TO NUM-COMPROMETIDAS.
           MOVE NUM-COMPROMETIDAS TO INDICE-CMP.
           INITIALIZE COMPROMETIDA (INDICE-CMP).
           MOVE CMP-BUSCADA TO CMP-TARJETA (INDICE-CMP).
           MOVE CMP-BUSCADA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CMP-IMPRESA (INDICE-CMP).
           MOVE ORIGEN-BUSCADO TO CMP-ORIGEN (INDICE-CMP).
           MOVE FECHA-SUCESO TO CMP-FECHA (INDICE-CMP).
           MOVE DIA-SUCESO-INT TO CMP-DIA-INT (INDICE-CMP).
       ANOTAR-COMPROMETIDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * movimientos en terminal por orden de tarjeta: cada tarjeta
      * cuenta una vez en cada terminal que uso en la ventana de
      * trafico (trafico normal), y las comprometidas anotan ademas
      * los terminales usados en sus dias de uso
      *----------------------------------------------------------*
       RECORRER-MOVIMIENTOS.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               MOVE "00" TO FSM
               GO TO RECORRER-MOVIMIENTOS-EXIT.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS >= MOV-TARJETA
               INVALID KEY GO TO RECORRER-MOVIMIENTOS-CERRAR.

       RECORRER-MOVIMIENTOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO RECORRER-MOVIMIENTOS-FIN.
           IF MOV-TARJETA NOT = TARJETA-ACTUAL
               PERFORM CERRAR-TARJETA-RED THRU CERRAR-TARJETA-RED-EXIT
               MOVE MOV-TARJETA TO TARJETA-ACTUAL
               MOVE MOV-TARJETA TO CMP-BUSCADA
               PERFORM BUSCAR-COMPROMETIDA
                   THRU BUSCAR-COMPROMETIDA-EXIT
               MOVE INDICE-CMP TO INDICE-CMP-ACTUAL.
           IF MOV-CAJERO = 0 OR MOV-MES = 0 OR MOV-DIA = 0
               GO TO RECORRER-MOVIMIENTOS-LEER.
           COMPUTE FECHA-SUCESO =
               (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           COMPUTE DIA-SUCESO-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-SUCESO).
           IF DIA-SUCESO-INT < DESDE-TRAFICO-INT
                   OR DIA-SUCESO-INT > HOY-INT
               GO TO RECORRER-MOVIMIENTOS-LEER.
           ADD 1 TO NUM-MOVIMIENTOS.
           MOVE MOV-CAJERO TO CAJERO-BUSCADO.
           PERFORM ANOTAR-USO-TARJETA THRU ANOTAR-USO-TARJETA-EXIT.
           IF INDICE-CMP-ACTUAL NOT = 0
               MOVE INDICE-CMP-ACTUAL TO INDICE-CMP
               PERFORM ANOTAR-TERMINAL-CMP
                   THRU ANOTAR-TERMINAL-CMP-EXIT.
           GO TO RECORRER-MOVIMIENTOS-LEER.

       RECORRER-MOVIMIENTOS-FIN.
           PERFORM CERRAR-TARJETA-RED THRU CERRAR-TARJETA-RED-EXIT.

       RECORRER-MOVIMIENTOS-CERRAR.
           CLOSE F-MOVIMIENTOS.
       RECORRER-MOVIMIENTOS-EXIT.
           EXIT.

      * terminal CAJERO-BUSCADO entre los de la tarjeta en curso
       ANOTAR-USO-TARJETA.
           MOVE 0 TO INDICE-UST.

       ANOTAR-USO-TARJETA-SIG.
           ADD 1 TO INDICE-UST.
           IF INDICE-UST > NUM-USO-TARJETA
               GO TO ANOTAR-USO-TARJETA-ALTA.
           IF UST-CAJERO (INDICE-UST) = CAJERO-BUSCADO
               GO TO ANOTAR-USO-TARJETA-EXIT.
           GO TO ANOTAR-USO-TARJETA-SIG.

       ANOTAR-USO-TARJETA-ALTA.
           IF NUM-USO-TARJETA = 50
               GO TO ANOTAR-USO-TARJETA-EXIT.
           ADD 1 TO NUM-USO-TARJETA.
           MOVE CAJERO-BUSCADO TO UST-CAJERO (NUM-USO-TARJETA).
       ANOTAR-USO-TARJETA-EXIT.
           EXIT.

      * la tarjeta en curso suma una tarjeta a cada terminal que uso
       CERRAR-TARJETA-RED.
           IF NUM-USO-TARJETA = 0
               GO TO CERRAR-TARJETA-RED-EXIT.
           ADD 1 TO NUM-TARJETAS-RED.
           MOVE 0 TO INDICE-UST.

       CERRAR-TARJETA-RED-SIG.
           ADD 1 TO INDICE-UST.
           IF INDICE-UST > NUM-USO-TARJETA
               MOVE 0 TO NUM-USO-TARJETA
               GO TO CERRAR-TARJETA-RED-EXIT.
           MOVE UST-CAJERO (INDICE-UST) TO CAJERO-BUSCADO.
           PERFORM BUSCAR-CAJERO-CPC THRU BUSCAR-CAJERO-CPC-EXIT.
           IF INDICE-CAJ NOT = 0
               ADD 1 TO TCP-TARJETAS (INDICE-CAJ).
           GO TO CERRAR-TARJETA-RED-SIG.
       CERRAR-TARJETA-RED-EXIT.
           EXIT.

      * terminal CAJERO-BUSCADO usado el dia DIA-SUCESO-INT por la
      * comprometida INDICE-CMP: se anota si cae en sus dias de uso
      * (hasta el dia del compromiso incluido)
       ANOTAR-TERMINAL-CMP.
           IF CMP-ORIGEN (INDICE-CMP) = SPACE
               GO TO ANOTAR-TERMINAL-CMP-EXIT.
           IF DIA-SUCESO-INT > CMP-DIA-INT (INDICE-CMP)
                   OR DIA-SUCESO-INT + DIAS-USO-COMPROMISO
                       < CMP-DIA-INT (INDICE-CMP)
               GO TO ANOTAR-TERMINAL-CMP-EXIT.
           MOVE 0 TO INDICE-TRM.

       ANOTAR-TERMINAL-CMP-SIG.
           ADD 1 TO INDICE-TRM.
           IF INDICE-TRM > CMP-NUM-TRM (INDICE-CMP)
               GO TO ANOTAR-TERMINAL-CMP-ALTA.
           IF CMP-TRM (INDICE-CMP, INDICE-TRM) = CAJERO-BUSCADO
               GO TO ANOTAR-TERMINAL-CMP-EXIT.
           GO TO ANOTAR-TERMINAL-CMP-SIG.

       ANOTAR-TERMINAL-CMP-ALTA.
           IF CMP-NUM-TRM (INDICE-CMP) = 30
               GO TO ANOTAR-TERMINAL-CMP-EXIT.
           ADD 1 TO CMP-NUM-TRM (INDICE-CMP).
           MOVE CMP-NUM-TRM (INDICE-CMP) TO INDICE-TRM.
           MOVE CAJERO-BUSCADO TO CMP-TRM (INDICE-CMP, INDICE-TRM).
       ANOTAR-TERMINAL-CMP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * dispensas de las comprometidas: BANK4 y BANK31 escriben en
      * dispensas.rpt el PAN completo (salida autorizada) y BANK79
      * el enmascarado, asi que se compara con las dos formas
      *----------------------------------------------------------*
       RECORRER-DISPENSAS.
           IF NUM-COMPROMETIDAS = 0
               GO TO RECORRER-DISPENSAS-EXIT.
           OPEN INPUT DISPENSAS.
           IF FSDI = 35
               MOVE "00" TO FSDI
               GO TO RECORRER-DISPENSAS-EXIT.
           IF FSDI NOT = 00
               GO TO PSYS-ERR.

       RECORRER-DISPENSAS-LEER.
           READ DISPENSAS AT END GO TO RECORRER-DISPENSAS-CERRAR.
           IF DIS-CAJERO NOT NUMERIC OR DIS-CAJERO = 0
                   OR DIS-ANO NOT NUMERIC OR DIS-MES NOT NUMERIC
                   OR DIS-DIA NOT NUMERIC
               GO TO RECORRER-DISPENSAS-LEER.
           IF DIS-MES = 0 OR DIS-DIA = 0
               GO TO RECORRER-DISPENSAS-LEER.
           COMPUTE FECHA-SUCESO =
               (DIS-ANO * 10000) + (DIS-MES * 100) + DIS-DIA.
           COMPUTE DIA-SUCESO-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-SUCESO).
           IF DIA-SUCESO-INT < DESDE-TRAFICO-INT
                   OR DIA-SUCESO-INT > HOY-INT
               GO TO RECORRER-DISPENSAS-LEER.
           ADD 1 TO NUM-DISPENSAS.
           MOVE DIS-CAJERO TO CAJERO-BUSCADO.
           MOVE 0 TO INDICE-CMP.

       RECORRER-DISPENSAS-CMP.
           ADD 1 TO INDICE-CMP.
           IF INDICE-CMP > NUM-COMPROMETIDAS
               GO TO RECORRER-DISPENSAS-LEER.
           IF CMP-TARJETA (INDICE-CMP) = DIS-TARJETA
                   OR CMP-IMPRESA (INDICE-CMP) = DIS-TARJETA
               PERFORM ANOTAR-TERMINAL-CMP
                   THRU ANOTAR-TERMINAL-CMP-EXIT.
           GO TO RECORRER-DISPENSAS-CMP.

       RECORRER-DISPENSAS-CERRAR.
           CLOSE DISPENSAS.
       RECORRER-DISPENSAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tarjetas comprometidas que pasaron por cada terminal
      *----------------------------------------------------------*
       CONTAR-COMPROMETIDAS.
           MOVE 0 TO INDICE-CMP.

       CONTAR-COMPROMETIDAS-SIG.
           ADD 1 TO INDICE-CMP.
           IF INDICE-CMP > NUM-COMPROMETIDAS
               GO TO CONTAR-COMPROMETIDAS-EXIT.
           IF CMP-ORIGEN (INDICE-CMP) = SPACE
                   OR CMP-NUM-TRM (INDICE-CMP) = 0
               GO TO CONTAR-COMPROMETIDAS-SIG.
           ADD 1 TO NUM-CMP-CON-USO.
           MOVE 0 TO INDICE-TRM.

       CONTAR-COMPROMETIDAS-TRM.
           ADD 1 TO INDICE-TRM.
           IF INDICE-TRM > CMP-NUM-TRM (INDICE-CMP)
               GO TO CONTAR-COMPROMETIDAS-SIG.
           MOVE CMP-TRM (INDICE-CMP, INDICE-TRM) TO CAJERO-BUSCADO.
           PERFORM BUSCAR-CAJERO-CPC THRU BUSCAR-CAJERO-CPC-EXIT.
           IF INDICE-CAJ NOT = 0
               ADD 1 TO TCP-COMPROMETIDAS (INDICE-CAJ).
           GO TO CONTAR-COMPROMETIDAS-TRM.
       CONTAR-COMPROMETIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * esperadas = comprometidas con uso * tarjetas del terminal /
      * tarjetas de la red; un terminal sin trafico normal (solo
      * visto en dispensas) toma el factor maximo
      *----------------------------------------------------------*
       CALCULAR-FACTORES.
           MOVE 0 TO INDICE-CAJ.

       CALCULAR-FACTORES-SIG.
           ADD 1 TO INDICE-CAJ.
           IF INDICE-CAJ > NUM-TERMINALES-CPC
               GO TO CALCULAR-FACTORES-EXIT.
           IF TCP-COMPROMETIDAS (INDICE-CAJ) = 0
               GO TO CALCULAR-FACTORES-SIG.
           MOVE 0 TO TCP-ESPERADAS (INDICE-CAJ).
           IF NUM-TARJETAS-RED NOT = 0
               COMPUTE TCP-ESPERADAS (INDICE-CAJ) ROUNDED =
                   NUM-CMP-CON-USO * TCP-TARJETAS (INDICE-CAJ)
                   / NUM-TARJETAS-RED.
           IF TCP-ESPERADAS (INDICE-CAJ) = 0
               MOVE 9999.9 TO TCP-FACTOR (INDICE-CAJ)
           ELSE
               COMPUTE TCP-FACTOR (INDICE-CAJ) ROUNDED =
                   TCP-COMPROMETIDAS (INDICE-CAJ)
                   / TCP-ESPERADAS (INDICE-CAJ)
                   ON SIZE ERROR
                       MOVE 9999.9 TO TCP-FACTOR (INDICE-CAJ)
               END-COMPUTE.
           IF TCP-COMPROMETIDAS (INDICE-CAJ)
                   NOT < MIN-TARJETAS-COMPROMISO
                   AND TCP-FACTOR (INDICE-CAJ) NOT < FACTOR-COMPROMISO
               MOVE 1 TO TCP-ALERTA (INDICE-CAJ).
           GO TO CALCULAR-FACTORES-SIG.
       CALCULAR-FACTORES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * un terminal ya avisado dentro de la ventana de dias no se
      * vuelve a avisar cada noche
      *----------------------------------------------------------*
       LEER-AVISOS-PREVIOS.
           OPEN INPUT INCIDENCIAS.
           IF FSIC = 35
               MOVE "00" TO FSIC
               GO TO LEER-AVISOS-PREVIOS-EXIT.
           IF FSIC NOT = 00
               GO TO PSYS-ERR.

       LEER-AVISOS-PREVIOS-LEER.
           READ INCIDENCIAS AT END GO TO LEER-AVISOS-PREVIOS-CERRAR.
           IF INC-CAUSA NOT = "PUNTO DE COMPROMISO"
               GO TO LEER-AVISOS-PREVIOS-LEER.
           IF INC-CAJERO NOT NUMERIC OR INC-ANO NOT NUMERIC
                   OR INC-MES NOT NUMERIC OR INC-DIA NOT NUMERIC
               GO TO LEER-AVISOS-PREVIOS-LEER.
           IF INC-MES = 0 OR INC-DIA = 0
               GO TO LEER-AVISOS-PREVIOS-LEER.
           COMPUTE FECHA-SUCESO =
               (INC-ANO * 10000) + (INC-MES * 100) + INC-DIA.
           COMPUTE DIA-SUCESO-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-SUCESO).
           IF DIA-SUCESO-INT < DESDE-COMPROMISO-INT
               GO TO LEER-AVISOS-PREVIOS-LEER.
           MOVE 0 TO INDICE-CAJ.

       LEER-AVISOS-PREVIOS-CAJ.
           ADD 1 TO INDICE-CAJ.
           IF INDICE-CAJ > NUM-TERMINALES-CPC
               GO TO LEER-AVISOS-PREVIOS-LEER.
           IF TCP-ID (INDICE-CAJ) = INC-CAJERO
                   AND TCP-ALERTA (INDICE-CAJ) = 1
               MOVE 2 TO TCP-ALERTA (INDICE-CAJ)
               GO TO LEER-AVISOS-PREVIOS-LEER.
           GO TO LEER-AVISOS-PREVIOS-CAJ.

       LEER-AVISOS-PREVIOS-CERRAR.
           CLOSE INCIDENCIAS.
       LEER-AVISOS-PREVIOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * compromiso.rpt: terminales con tarjetas comprometidas de
      * mayor a menor factor, con las tarjetas de los avisados
      *----------------------------------------------------------*
       ESCRIBIR-INFORME.
           OPEN OUTPUT COMPROMISO.
           IF FSPC NOT = 00
               GO TO PSYS-ERR.
           MOVE DIA TO CPH-DIA.
           MOVE MES TO CPH-MES.
           MOVE ANO TO CPH-ANO.
           MOVE DIAS-COMPROMISO TO CPH-DIAS.
           MOVE DIAS-USO-COMPROMISO TO CPH-DIAS-USO.
           MOVE MIN-TARJETAS-COMPROMISO TO CPH-MINIMO.
           MOVE FACTOR-COMPROMISO TO CPH-FACTOR.
           WRITE COMPROMISO-REG FROM CPC-CABECERA.
           MOVE NUM-COMPROMETIDAS TO CPR-COMPROMETIDAS.
           MOVE NUM-CMP-CON-USO TO CPR-CON-USO.
           MOVE NUM-TARJETAS-RED TO CPR-TARJETAS-RED.
           WRITE COMPROMISO-REG FROM CPC-RESUMEN.

       ESCRIBIR-INFORME-SIG.
           MOVE 0 TO INDICE-MAYOR.
           MOVE 0 TO INDICE-CAJ.

       ESCRIBIR-INFORME-BUSCAR.
           ADD 1 TO INDICE-CAJ.
           IF INDICE-CAJ > NUM-TERMINALES-CPC
               GO TO ESCRIBIR-INFORME-TERMINAL.
           IF TCP-COMPROMETIDAS (INDICE-CAJ) = 0
                   OR TCP-LISTADO (INDICE-CAJ) = 1
               GO TO ESCRIBIR-INFORME-BUSCAR.
           IF INDICE-MAYOR = 0
               MOVE INDICE-CAJ TO INDICE-MAYOR
               GO TO ESCRIBIR-INFORME-BUSCAR.
           IF TCP-FACTOR (INDICE-CAJ) > TCP-FACTOR (INDICE-MAYOR)
               MOVE INDICE-CAJ TO INDICE-MAYOR
               GO TO ESCRIBIR-INFORME-BUSCAR.
           IF TCP-FACTOR (INDICE-CAJ) = TCP-FACTOR (INDICE-MAYOR)
                   AND TCP-COMPROMETIDAS (INDICE-CAJ)
                       > TCP-COMPROMETIDAS (INDICE-MAYOR)
               MOVE INDICE-CAJ TO INDICE-MAYOR.
           GO TO ESCRIBIR-INFORME-BUSCAR.

       ESCRIBIR-INFORME-TERMINAL.
           IF INDICE-MAYOR = 0
               GO TO ESCRIBIR-INFORME-CERRAR.
           MOVE INDICE-MAYOR TO INDICE-CAJ.
           MOVE 1 TO TCP-LISTADO (INDICE-CAJ).
           ADD 1 TO RANGO-CPC.
           MOVE RANGO-CPC TO CPT-RANGO.
           MOVE TCP-ID (INDICE-CAJ) TO CPT-ID.
           MOVE TCP-UBICACION (INDICE-CAJ) TO CPT-UBICACION.
           MOVE TCP-COMPROMETIDAS (INDICE-CAJ) TO CPT-COMPROMETIDAS.
           MOVE TCP-TARJETAS (INDICE-CAJ) TO CPT-TARJETAS.
           MOVE TCP-ESPERADAS (INDICE-CAJ) TO CPT-ESPERADAS.
           MOVE TCP-FACTOR (INDICE-CAJ) TO CPT-FACTOR.
           MOVE SPACES TO CPT-MARCA.
           IF TCP-ALERTA (INDICE-CAJ) = 1
               MOVE "ALERTA" TO CPT-MARCA.
           IF TCP-ALERTA (INDICE-CAJ) = 2
               MOVE "YA AVISADO" TO CPT-MARCA.
           WRITE COMPROMISO-REG FROM CPC-TERMINAL.
           IF TCP-ALERTA (INDICE-CAJ) = 0
               GO TO ESCRIBIR-INFORME-SIG.
           IF TCP-ALERTA (INDICE-CAJ) = 1
               PERFORM AVISAR-TERMINAL THRU AVISAR-TERMINAL-EXIT
           ELSE
               ADD 1 TO NUM-YA-AVISADOS.
           PERFORM LISTAR-TARJETAS THRU LISTAR-TARJETAS-EXIT.
           GO TO ESCRIBIR-INFORME-SIG.

       ESCRIBIR-INFORME-CERRAR.
           IF RANGO-CPC = 0
               WRITE COMPROMISO-REG FROM CPC-VACIO.
           CLOSE COMPROMISO.
       ESCRIBIR-INFORME-EXIT.
           EXIT.

      * comprometidas que pasaron por el terminal INDICE-CAJ
       LISTAR-TARJETAS.
           MOVE 0 TO INDICE-CMP.

       LISTAR-TARJETAS-SIG.
           ADD 1 TO INDICE-CMP.
           IF INDICE-CMP > NUM-COMPROMETIDAS
               GO TO LISTAR-TARJETAS-EXIT.
           IF CMP-ORIGEN (INDICE-CMP) = SPACE
               GO TO LISTAR-TARJETAS-SIG.
           MOVE 0 TO INDICE-TRM.

       LISTAR-TARJETAS-TRM.
           ADD 1 TO INDICE-TRM.
           IF INDICE-TRM > CMP-NUM-TRM (INDICE-CMP)
               GO TO LISTAR-TARJETAS-SIG.
           IF CMP-TRM (INDICE-CMP, INDICE-TRM) NOT = TCP-ID (INDICE-CAJ)
               GO TO LISTAR-TARJETAS-TRM.
           MOVE CMP-IMPRESA (INDICE-CMP) TO CPJ-TARJETA.
           EVALUATE CMP-ORIGEN (INDICE-CMP)
               WHEN "R"
                   MOVE "ROBADA" TO CPJ-ORIGEN
               WHEN "F"
                   MOVE "FRAUDE CONFIRM." TO CPJ-ORIGEN
               WHEN OTHER
                   MOVE "HOTCARDS ROBADA" TO CPJ-ORIGEN
           END-EVALUATE.
           MOVE CMP-FECHA (INDICE-CMP) TO FECHA-TRABAJO.
           MOVE FTR-DIA TO CPJ-DIA.
           MOVE FTR-MES TO CPJ-MES.
           MOVE FTR-ANO TO CPJ-ANO.
           WRITE COMPROMISO-REG FROM CPC-TARJETA.
           GO TO LISTAR-TARJETAS-SIG.
       LISTAR-TARJETAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * incidencia de inspeccion del terminal y aviso a supervision
      * (el importe de la notificacion lleva el numero de terminal)
      *----------------------------------------------------------*
       AVISAR-TERMINAL.
           ADD 1 TO NUM-ALERTAS.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN EXTEND INCIDENCIAS.
           IF FSIC = 35
               OPEN OUTPUT INCIDENCIAS
           END-IF.
           IF FSIC NOT = 00
               GO TO PSYS-ERR.
           MOVE TCP-ID (INDICE-CAJ) TO INC-CAJERO.
           MOVE DIA TO INC-DIA.
           MOVE MES TO INC-MES.
           MOVE ANO TO INC-ANO.
           MOVE HORAS TO INC-HOR.
           MOVE MINUTOS TO INC-MIN.
           MOVE "PUNTO DE COMPROMISO" TO INC-CAUSA.
           MOVE ZEROS TO INC-TARJETA.
           WRITE INCIDENCIA-REG.
           CLOSE INCIDENCIAS.

           MOVE 0 TO NOTIF-TARJETA.
           MOVE "SUPERVISOR" TO NOTIF-TIPO.
           MOVE "POSIBLE PUNTO DE COMPROMISO CAJERO"
               TO NOTIF-CONCEPTO.
           MOVE TCP-ID (INDICE-CAJ) TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
       AVISAR-TERMINAL-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE JOURNAL.
           CLOSE CASOS.
           CLOSE CAJEROS.
           CLOSE F-MOVIMIENTOS.
           CLOSE DISPENSAS.
           CLOSE INCIDENCIAS.
           CLOSE PARAMETROS.
           CLOSE HOTCARDS.
           CLOSE COMPROMISO.

           MOVE "BATCH-PK" TO ERROR-PROGRAMA.
           IF FSJR NOT = 00
               MOVE FSJR TO ERROR-FS
           ELSE
               IF FSCA NOT = 00
                   MOVE FSCA TO ERROR-FS
               ELSE
                   IF FSCJ NOT = 00
                       MOVE FSCJ TO ERROR-FS
                   ELSE
                       IF FSM NOT = 00
                           MOVE FSM TO ERROR-FS
                       ELSE
                           IF FSDI NOT = 00
                               MOVE FSDI TO ERROR-FS
                           ELSE
                               MOVE FSIC TO ERROR-FS.
           IF FSP NOT = 00
               MOVE FSP TO ERROR-FS.
           IF FSHC NOT = 00
               MOVE FSHC TO ERROR-FS.
           IF FSPC NOT = 00
               MOVE FSPC TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el analisis de puntos de "
               "compromiso. FSJR=" FSJR " FSCA=" FSCA " FSCJ=" FSCJ
               " FSM=" FSM " FSDI=" FSDI " FSIC=" FSIC " FSP=" FSP
               " FSHC=" FSHC " FSPC=" FSPC.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
