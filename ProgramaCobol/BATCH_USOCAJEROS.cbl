       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-USOCAJEROS.
      * uso de los terminales en el mes natural anterior: por cada
      * CAJ-ID cuenta los movimientos hechos en el (MOV-CAJERO) por
      * tipo de movimiento, por hora y por dia del mes, las
      * dispensas y los euros entregados (dispensas.rpt), las
      * incidencias (incidencias.rpt), los PIN erroneos
      * (intentoshist.ubd), las operaciones rechazadas
      * (denegaciones.rpt) y el tiempo fuera de servicio
      * (estadoscajero.rpt). Escribe en usocajeros.rpt el detalle por
      * terminal, con sus dias de mas y menos actividad, y al final
      * la comparativa de la red: cada terminal frente a la media de
      * operaciones, marcando los infrautilizados y los saturados
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAJEROS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "DISPENSAS-SEL.cpy".
           COPY "INCIDENCIAS-SEL.cpy".
           COPY "INTENTOS-HIST-SEL.cpy".
           COPY "DENEGACIONES-SEL.cpy".
           COPY "ESTADOS-CAJERO-SEL.cpy".

           SELECT USOCAJEROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSUC.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CAJEROS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "DISPENSAS-FD.cpy".
           COPY "INCIDENCIAS-FD.cpy".
           COPY "INTENTOS-HIST-FD.cpy".
           COPY "DENEGACIONES-FD.cpy".
           COPY "ESTADOS-CAJERO-FD.cpy".

       FD USOCAJEROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "usocajeros.rpt".
       01 USOCAJEROS-REG               PIC X(200).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSCJ                      PIC   X(2) VALUE "00".
       77 FSM                       PIC   X(2) VALUE "00".
       77 FSDI                      PIC   X(2) VALUE "00".
       77 FSIC                      PIC   X(2) VALUE "00".
       77 FSIH                      PIC   X(2) VALUE "00".
       77 FSDN                      PIC   X(2) VALUE "00".
       77 FSEJ                      PIC   X(2) VALUE "00".
       77 FSUC                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".

       77 ANO-PERIODO                PIC  9(4).
       77 MES-PERIODO                PIC  9(2).
       77 DIAS-PERIODO               PIC  9(2).
       77 FECHA-INICIO-PERIODO       PIC  9(8).
      * minutos del mes, y minuto del mes (desde el 1 a las 00:00)
      * del suceso que se esta tratando; negativo si es anterior
       77 MINUTOS-PERIODO            PIC  9(6).
       77 MINUTO-SUCESO              PIC S9(8).
       77 FECHA-SUCESO               PIC  9(8).

      * un terminal es infrautilizado por debajo de este porcentaje
      * de la media de operaciones de la red y saturado por encima
      * de este otro
       77 PCT-INFRAUTILIZADO         PIC  9(3) VALUE 50.
       77 PCT-SATURADO               PIC  9(3) VALUE 150.

      * contadores por terminal del mes; los terminales que aparecen
      * en los diarios pero ya no estan en el maestro se dan de alta
      * al vuelo, sin ubicacion
       01 TABLA-CAJEROS-UCJ.
           05 CAJERO-UCJ OCCURS 100 TIMES.
               10 UCJ-ID             PIC 9(4).
               10 UCJ-UBICACION      PIC X(30).
               10 UCJ-OPERACIONES    PIC 9(7).
               10 UCJ-OPS-TIPO       PIC 9(6) OCCURS 35 TIMES.
               10 UCJ-OPS-HORA       PIC 9(6) OCCURS 24 TIMES.
               10 UCJ-OPS-DIA        PIC 9(6) OCCURS 31 TIMES.
               10 UCJ-DISPENSAS      PIC 9(6).
               10 UCJ-EUROS          PIC 9(9).
               10 UCJ-INCIDENCIAS    PIC 9(6).
               10 UCJ-PIN-FALLIDOS   PIC 9(6).
               10 UCJ-DENEGADAS      PIC 9(6).
               10 UCJ-MINUTOS-FUERA  PIC 9(6).
      * 1 = fuera de servicio desde el minuto UCJ-FUERA-DESDE
               10 UCJ-FUERA          PIC 9(1).
               10 UCJ-FUERA-DESDE    PIC 9(6).
       77 NUM-CAJEROS-UCJ            PIC  9(3) VALUE 0.
       77 INDICE-CAJ                 PIC  9(3).
       77 CAJERO-BUSCADO             PIC  9(4).
       77 INDICE-SER                 PIC  9(2).
       77 INDICE-VALOR               PIC  9(2).
       77 INDICE-DIA                 PIC  9(2).
       77 DIA-MAS-ACTIVO             PIC  9(2).
       77 DIA-MENOS-ACTIVO           PIC  9(2).
       77 HORA-PUNTA                 PIC  9(2).

      * serie que se esta volcando: 1 por tipo, 2 por hora, 3 por dia
       77 SERIE-TIPO                 PIC  9(1).
       77 SERIE-DESDE                PIC  9(2).
       77 SERIE-CUANTOS              PIC  9(2).

       77 MEDIA-OPERACIONES          PIC  9(7).
       77 INDICE-USO                 PIC  9(5).
       77 PCT-DISPONIBLE             PIC  9(3).

       77 NUM-MOVIMIENTOS            PIC  9(7) VALUE 0.
       77 NUM-DISPENSAS              PIC  9(7) VALUE 0.
       77 NUM-INCIDENCIAS            PIC  9(7) VALUE 0.
       77 NUM-PIN-FALLIDOS           PIC  9(7) VALUE 0.
       77 NUM-PIN-SIN-CAJERO         PIC  9(7) VALUE 0.
       77 NUM-DENEGADAS              PIC  9(7) VALUE 0.
       77 NUM-OPERACIONES-RED        PIC  9(9) VALUE 0.

       01 UCJ-CABECERA.
           02 FILLER                   PIC X(27)
               VALUE "USO DE TERMINALES, PERIODO ".
           02 UCC-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 UCC-MES                  PIC 9(02).
           02 FILLER                   PIC X(166) VALUE SPACES.

      * primera linea de cada terminal
       01 UCJ-TERMINAL.
           02 FILLER                   PIC X(08) VALUE "CAJERO  ".
           02 UCT-ID                   PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 UCT-UBICACION            PIC X(30).
           02 FILLER                   PIC X(15)
               VALUE "  OPERACIONES: ".
           02 UCT-OPERACIONES          PIC 9(07).
           02 FILLER                   PIC X(13) VALUE "  DISPENSAS: ".
           02 UCT-DISPENSAS            PIC 9(06).
           02 FILLER                   PIC X(07) VALUE "  EUR: ".
           02 UCT-EUROS                PIC 9(09).
           02 FILLER                   PIC X(15)
               VALUE "  INCIDENCIAS: ".
           02 UCT-INCIDENCIAS          PIC 9(06).
           02 FILLER                   PIC X(16)
               VALUE "  PIN ERRONEOS: ".
           02 UCT-PIN-FALLIDOS         PIC 9(06).
           02 FILLER                   PIC X(13) VALUE "  DENEGADAS: ".
           02 UCT-DENEGADAS            PIC 9(06).
           02 FILLER                   PIC X(33) VALUE SPACES.

      * segunda linea: actividad por dias y disponibilidad
       01 UCJ-RESUMEN.
           02 FILLER                   PIC X(14) VALUE SPACES.
           02 FILLER                   PIC X(20)
               VALUE "DIA MAS ACTIVO:     ".
           02 UCR-DIA-MAS              PIC 9(02).
           02 FILLER                   PIC X(02) VALUE " (".
           02 UCR-OPS-MAS              PIC 9(06).
           02 FILLER                   PIC X(23)
               VALUE ")  DIA MENOS ACTIVO:  ".
           02 UCR-DIA-MENOS            PIC 9(02).
           02 FILLER                   PIC X(02) VALUE " (".
           02 UCR-OPS-MENOS            PIC 9(06).
           02 FILLER                   PIC X(17)
               VALUE ")  HORA PUNTA:   ".
           02 UCR-HORA-PUNTA           PIC 9(02).
           02 FILLER                   PIC X(22)
               VALUE "  FUERA DE SERVICIO:  ".
           02 UCR-HORAS-FUERA          PIC 9(04).
           02 FILLER                   PIC X(01) VALUE ":".
           02 UCR-MINUTOS-FUERA        PIC 9(02).
           02 FILLER                   PIC X(16)
               VALUE "  DISPONIBLE:   ".
           02 UCR-PCT-DISPONIBLE       PIC 9(03).
           02 FILLER                   PIC X(01) VALUE "%".
           02 FILLER                   PIC X(55) VALUE SPACES.

      * series de contadores: etiqueta (tipo, hora o dia) y valor
       01 UCJ-SERIE.
           02 FILLER                   PIC X(04) VALUE SPACES.
           02 UCS-TITULO               PIC X(10).
           02 UCS-VALOR OCCURS 16 TIMES.
               03 UCS-ETIQUETA         PIC 9(02).
               03 UCS-SEPARADOR        PIC X(01).
               03 UCS-CUENTA           PIC 9(06).
               03 FILLER               PIC X(01) VALUE SPACES.
           02 FILLER                   PIC X(26) VALUE SPACES.

       01 UCJ-TITULOS-RED.
           02 FILLER                   PIC X(28) VALUE
               "COMPARATIVA DE LA RED, MEDIA".
           02 FILLER                   PIC X(17) VALUE
               " DE OPERACIONES: ".
           02 UCM-MEDIA                PIC 9(07).
           02 FILLER                   PIC X(148) VALUE SPACES.

      * INDICE = operaciones del terminal sobre la media de la red
      * (100 = en la media)
       01 UCJ-COMPARATIVA.
           02 FILLER                   PIC X(04) VALUE SPACES.
           02 UCP-ID                   PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 UCP-UBICACION            PIC X(30).
           02 FILLER                   PIC X(15)
               VALUE "  OPERACIONES: ".
           02 UCP-OPERACIONES          PIC 9(07).
           02 FILLER                   PIC X(10) VALUE "  INDICE: ".
           02 UCP-INDICE               PIC 9(05).
           02 FILLER                   PIC X(14) VALUE "  DISPONIBLE: ".
           02 UCP-PCT-DISPONIBLE       PIC 9(03).
           02 FILLER                   PIC X(03) VALUE "%  ".
      * INFRAUTILIZADO / SATURADO / NORMAL
           02 UCP-MARCA                PIC X(14).
           02 FILLER                   PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CALCULAR-PERIODO THRU CALCULAR-PERIODO-EXIT.
           PERFORM CARGAR-CAJEROS THRU CARGAR-CAJEROS-EXIT.
           PERFORM SUMAR-MOVIMIENTOS THRU SUMAR-MOVIMIENTOS-EXIT.
           PERFORM SUMAR-DISPENSAS THRU SUMAR-DISPENSAS-EXIT.
           PERFORM SUMAR-INCIDENCIAS THRU SUMAR-INCIDENCIAS-EXIT.
           PERFORM SUMAR-INTENTOS THRU SUMAR-INTENTOS-EXIT.
           PERFORM SUMAR-DENEGACIONES THRU SUMAR-DENEGACIONES-EXIT.
           PERFORM SUMAR-ESTADOS THRU SUMAR-ESTADOS-EXIT.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
           DISPLAY "Uso de terminales del periodo " ANO-PERIODO
               "-" MES-PERIODO ". Terminales: " NUM-CAJEROS-UCJ
               " Movimientos: " NUM-MOVIMIENTOS
               " Dispensas: " NUM-DISPENSAS.
           DISPLAY "Incidencias: " NUM-INCIDENCIAS
               " PIN erroneos: " NUM-PIN-FALLIDOS
               " (sin terminal: " NUM-PIN-SIN-CAJERO ")"
               " Denegadas: " NUM-DENEGADAS.
           GOBACK.

      *----------------------------------------------------------*
      * el informe cubre el mes natural anterior al de ejecucion
      *----------------------------------------------------------*
       CALCULAR-PERIODO.
           IF MES = 1
               MOVE 12 TO MES-PERIODO
               COMPUTE ANO-PERIODO = ANO - 1
           ELSE
               COMPUTE MES-PERIODO = MES - 1
               MOVE ANO TO ANO-PERIODO.

           EVALUATE MES-PERIODO
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO DIAS-PERIODO
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DIAS-PERIODO
               WHEN OTHER
                   IF FUNCTION MOD(ANO-PERIODO, 4) = 0
                           AND (FUNCTION MOD(ANO-PERIODO, 100) NOT = 0
                           OR FUNCTION MOD(ANO-PERIODO, 400) = 0)
                       MOVE 29 TO DIAS-PERIODO
                   ELSE
                       MOVE 28 TO DIAS-PERIODO
           END-EVALUATE.

           COMPUTE FECHA-INICIO-PERIODO =
               (ANO-PERIODO * 10000) + (MES-PERIODO * 100) + 1.
           COMPUTE MINUTOS-PERIODO = DIAS-PERIODO * 1440.
       CALCULAR-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * terminales del maestro, con todos los contadores a cero
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
           PERFORM BUSCAR-CAJERO-UCJ THRU BUSCAR-CAJERO-UCJ-EXIT.
           IF INDICE-CAJ NOT = 0
               MOVE CAJ-UBICACION TO UCJ-UBICACION (INDICE-CAJ).
           GO TO CARGAR-CAJEROS-LEER.

       CARGAR-CAJEROS-CERRAR.
           CLOSE CAJEROS.
       CARGAR-CAJEROS-EXIT.
           EXIT.

      * fila del terminal CAJERO-BUSCADO, dandola de alta si es nueva
      * (INDICE-CAJ a 0 si la tabla esta llena)
       BUSCAR-CAJERO-UCJ.
           MOVE 0 TO INDICE-CAJ.

       BUSCAR-CAJERO-UCJ-SIG.
           ADD 1 TO INDICE-CAJ.
           IF INDICE-CAJ > NUM-CAJEROS-UCJ
               GO TO BUSCAR-CAJERO-UCJ-ALTA.
           IF UCJ-ID (INDICE-CAJ) = CAJERO-BUSCADO
               GO TO BUSCAR-CAJERO-UCJ-EXIT.
           GO TO BUSCAR-CAJERO-UCJ-SIG.

       BUSCAR-CAJERO-UCJ-ALTA.
           IF NUM-CAJEROS-UCJ = 100
               DISPLAY "AVISO: tabla de terminales llena, el informe "
                   "de uso de terminales queda incompleto"
               MOVE 0 TO INDICE-CAJ
               GO TO BUSCAR-CAJERO-UCJ-EXIT.
           ADD 1 TO NUM-CAJEROS-UCJ.
           MOVE NUM-CAJEROS-UCJ TO INDICE-CAJ.
           INITIALIZE CAJERO-UCJ (INDICE-CAJ).
           MOVE CAJERO-BUSCADO TO UCJ-ID (INDICE-CAJ).
           MOVE "(NO ESTA EN EL MAESTRO)" TO UCJ-UBICACION (INDICE-CAJ).
       BUSCAR-CAJERO-UCJ-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * movimientos del mes hechos en un terminal: por tipo, por
      * hora y por dia
      *----------------------------------------------------------*
       SUMAR-MOVIMIENTOS.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               MOVE "00" TO FSM
               GO TO SUMAR-MOVIMIENTOS-EXIT.
           IF FSM NOT = 00
               GO TO PSYS-ERR.

       SUMAR-MOVIMIENTOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO SUMAR-MOVIMIENTOS-CERRAR.
           IF MOV-CAJERO = 0
                   OR MOV-ANO NOT = ANO-PERIODO
                   OR MOV-MES NOT = MES-PERIODO
               GO TO SUMAR-MOVIMIENTOS-LEER.
           MOVE MOV-CAJERO TO CAJERO-BUSCADO.
           PERFORM BUSCAR-CAJERO-UCJ THRU BUSCAR-CAJERO-UCJ-EXIT.
           IF INDICE-CAJ = 0
               GO TO SUMAR-MOVIMIENTOS-LEER.
           ADD 1 TO NUM-MOVIMIENTOS.
           ADD 1 TO UCJ-OPERACIONES (INDICE-CAJ).
           IF MOV-TIPO > 0 AND MOV-TIPO NOT > 35
               ADD 1 TO UCJ-OPS-TIPO (INDICE-CAJ, MOV-TIPO).
           IF MOV-HOR < 24
               COMPUTE INDICE-VALOR = MOV-HOR + 1
               ADD 1 TO UCJ-OPS-HORA (INDICE-CAJ, INDICE-VALOR).
           IF MOV-DIA > 0 AND MOV-DIA NOT > 31
               ADD 1 TO UCJ-OPS-DIA (INDICE-CAJ, MOV-DIA).
           GO TO SUMAR-MOVIMIENTOS-LEER.

       SUMAR-MOVIMIENTOS-CERRAR.
           CLOSE F-MOVIMIENTOS.
       SUMAR-MOVIMIENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * billetes entregados en el mes por cada terminal
      *----------------------------------------------------------*
       SUMAR-DISPENSAS.
           OPEN INPUT DISPENSAS.
           IF FSDI = 35
               MOVE "00" TO FSDI
               GO TO SUMAR-DISPENSAS-EXIT.
           IF FSDI NOT = 00
               GO TO PSYS-ERR.

       SUMAR-DISPENSAS-LEER.
           READ DISPENSAS AT END GO TO SUMAR-DISPENSAS-CERRAR.
           IF DIS-CAJERO NOT NUMERIC OR DIS-CAJERO = 0
                   OR DIS-ANO NOT = ANO-PERIODO
                   OR DIS-MES NOT = MES-PERIODO
               GO TO SUMAR-DISPENSAS-LEER.
           MOVE DIS-CAJERO TO CAJERO-BUSCADO.
           PERFORM BUSCAR-CAJERO-UCJ THRU BUSCAR-CAJERO-UCJ-EXIT.
           IF INDICE-CAJ = 0
               GO TO SUMAR-DISPENSAS-LEER.
           ADD 1 TO NUM-DISPENSAS.
           ADD 1 TO UCJ-DISPENSAS (INDICE-CAJ).
           COMPUTE UCJ-EUROS (INDICE-CAJ) = UCJ-EUROS (INDICE-CAJ)
               + (DIS-N-50 * 50) + (DIS-N-20 * 20) + (DIS-N-10 * 10).
           GO TO SUMAR-DISPENSAS-LEER.

       SUMAR-DISPENSAS-CERRAR.
           CLOSE DISPENSAS.
       SUMAR-DISPENSAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * incidencias de dispensa del mes por terminal
      *----------------------------------------------------------*
       SUMAR-INCIDENCIAS.
           OPEN INPUT INCIDENCIAS.
           IF FSIC = 35
               MOVE "00" TO FSIC
               GO TO SUMAR-INCIDENCIAS-EXIT.
           IF FSIC NOT = 00
               GO TO PSYS-ERR.

       SUMAR-INCIDENCIAS-LEER.
           READ INCIDENCIAS AT END GO TO SUMAR-INCIDENCIAS-CERRAR.
           IF INC-CAJERO NOT NUMERIC OR INC-CAJERO = 0
                   OR INC-ANO NOT = ANO-PERIODO
                   OR INC-MES NOT = MES-PERIODO
               GO TO SUMAR-INCIDENCIAS-LEER.
           MOVE INC-CAJERO TO CAJERO-BUSCADO.
           PERFORM BUSCAR-CAJERO-UCJ THRU BUSCAR-CAJERO-UCJ-EXIT.
           IF INDICE-CAJ = 0
               GO TO SUMAR-INCIDENCIAS-LEER.
           ADD 1 TO NUM-INCIDENCIAS.
           ADD 1 TO UCJ-INCIDENCIAS (INDICE-CAJ).
           GO TO SUMAR-INCIDENCIAS-LEER.

       SUMAR-INCIDENCIAS-CERRAR.
           CLOSE INCIDENCIAS.
       SUMAR-INCIDENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PIN erroneos del mes; los intentos guardados antes de
      * anotar el terminal (IH-CAJERO a 0) solo cuentan en el total
      *----------------------------------------------------------*
       SUMAR-INTENTOS.
           OPEN INPUT INTENTOS-HIST.
           IF FSIH = 35
               MOVE "00" TO FSIH
               GO TO SUMAR-INTENTOS-EXIT.
           IF FSIH NOT = 00
               GO TO PSYS-ERR.

       SUMAR-INTENTOS-LEER.
           READ INTENTOS-HIST NEXT RECORD
               AT END GO TO SUMAR-INTENTOS-CERRAR.
           IF IH-ANO NOT = ANO-PERIODO OR IH-MES NOT = MES-PERIODO
               GO TO SUMAR-INTENTOS-LEER.
           ADD 1 TO NUM-PIN-FALLIDOS.
           IF IH-CAJERO NOT NUMERIC OR IH-CAJERO = 0
               ADD 1 TO NUM-PIN-SIN-CAJERO
               GO TO SUMAR-INTENTOS-LEER.
           MOVE IH-CAJERO TO CAJERO-BUSCADO.
           PERFORM BUSCAR-CAJERO-UCJ THRU BUSCAR-CAJERO-UCJ-EXIT.
           IF INDICE-CAJ = 0
               GO TO SUMAR-INTENTOS-LEER.
           ADD 1 TO UCJ-PIN-FALLIDOS (INDICE-CAJ).
           GO TO SUMAR-INTENTOS-LEER.

       SUMAR-INTENTOS-CERRAR.
           CLOSE INTENTOS-HIST.
       SUMAR-INTENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * operaciones rechazadas en el mes por terminal
      *----------------------------------------------------------*
       SUMAR-DENEGACIONES.
           OPEN INPUT DENEGACIONES.
           IF FSDN = 35
               MOVE "00" TO FSDN
               GO TO SUMAR-DENEGACIONES-EXIT.
           IF FSDN NOT = 00
               GO TO PSYS-ERR.

       SUMAR-DENEGACIONES-LEER.
           READ DENEGACIONES AT END GO TO SUMAR-DENEGACIONES-CERRAR.
           IF DEN-CAJERO NOT NUMERIC OR DEN-CAJERO = 0
                   OR DEN-ANO NOT = ANO-PERIODO
                   OR DEN-MES NOT = MES-PERIODO
               GO TO SUMAR-DENEGACIONES-LEER.
           MOVE DEN-CAJERO TO CAJERO-BUSCADO.
           PERFORM BUSCAR-CAJERO-UCJ THRU BUSCAR-CAJERO-UCJ-EXIT.
           IF INDICE-CAJ = 0
               GO TO SUMAR-DENEGACIONES-LEER.
           ADD 1 TO NUM-DENEGADAS.
           ADD 1 TO UCJ-DENEGADAS (INDICE-CAJ).
           GO TO SUMAR-DENEGACIONES-LEER.

       SUMAR-DENEGACIONES-CERRAR.
           CLOSE DENEGACIONES.
       SUMAR-DENEGACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tiempo fuera de servicio: el historico de estados esta en
      * orden de llegada; los cambios anteriores al mes solo fijan
      * el estado con el que el terminal empieza el mes (un terminal
      * sin historico se da por en servicio) y una parada que sigue
      * abierta a fin de mes cuenta hasta el ultimo minuto del mes
      *----------------------------------------------------------*
       SUMAR-ESTADOS.
           OPEN INPUT ESTADOS-CAJERO.
           IF FSEJ = 35
               MOVE "00" TO FSEJ
               GO TO SUMAR-ESTADOS-EXIT.
           IF FSEJ NOT = 00
               GO TO PSYS-ERR.

       SUMAR-ESTADOS-LEER.
           READ ESTADOS-CAJERO AT END GO TO SUMAR-ESTADOS-CERRAR.
           IF ECJ-CAJERO NOT NUMERIC OR ECJ-CAJERO = 0
                   OR ECJ-ANO NOT NUMERIC OR ECJ-MES NOT NUMERIC
                   OR ECJ-DIA NOT NUMERIC OR ECJ-HOR NOT NUMERIC
                   OR ECJ-MIN NOT NUMERIC OR ECJ-ESTADO NOT NUMERIC
               GO TO SUMAR-ESTADOS-LEER.
           COMPUTE FECHA-SUCESO =
               (ECJ-ANO * 10000) + (ECJ-MES * 100) + ECJ-DIA.
           COMPUTE MINUTO-SUCESO =
               ((FUNCTION INTEGER-OF-DATE(FECHA-SUCESO)
               - FUNCTION INTEGER-OF-DATE(FECHA-INICIO-PERIODO))
               * 1440) + (ECJ-HOR * 60) + ECJ-MIN.
           IF MINUTO-SUCESO NOT < MINUTOS-PERIODO
               GO TO SUMAR-ESTADOS-LEER.
           IF MINUTO-SUCESO < 0
               MOVE 0 TO MINUTO-SUCESO.
           MOVE ECJ-CAJERO TO CAJERO-BUSCADO.
           PERFORM BUSCAR-CAJERO-UCJ THRU BUSCAR-CAJERO-UCJ-EXIT.
           IF INDICE-CAJ = 0
               GO TO SUMAR-ESTADOS-LEER.

           IF ECJ-ESTADO = 02
               IF UCJ-FUERA (INDICE-CAJ) = 0
                   MOVE 1 TO UCJ-FUERA (INDICE-CAJ)
                   MOVE MINUTO-SUCESO TO UCJ-FUERA-DESDE (INDICE-CAJ)
               END-IF
           ELSE
               IF UCJ-FUERA (INDICE-CAJ) = 1
                   COMPUTE UCJ-MINUTOS-FUERA (INDICE-CAJ) =
                       UCJ-MINUTOS-FUERA (INDICE-CAJ) + MINUTO-SUCESO
                       - UCJ-FUERA-DESDE (INDICE-CAJ)
                   MOVE 0 TO UCJ-FUERA (INDICE-CAJ).
           GO TO SUMAR-ESTADOS-LEER.

       SUMAR-ESTADOS-CERRAR.
           CLOSE ESTADOS-CAJERO.
           MOVE 0 TO INDICE-CAJ.

       SUMAR-ESTADOS-ABIERTOS.
           ADD 1 TO INDICE-CAJ.
           IF INDICE-CAJ > NUM-CAJEROS-UCJ
               GO TO SUMAR-ESTADOS-EXIT.
           IF UCJ-FUERA (INDICE-CAJ) = 1
               COMPUTE UCJ-MINUTOS-FUERA (INDICE-CAJ) =
                   UCJ-MINUTOS-FUERA (INDICE-CAJ) + MINUTOS-PERIODO
                   - UCJ-FUERA-DESDE (INDICE-CAJ)
               MOVE 0 TO UCJ-FUERA (INDICE-CAJ).
           GO TO SUMAR-ESTADOS-ABIERTOS.
       SUMAR-ESTADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * usocajeros.rpt: detalle por terminal y comparativa de red
      *----------------------------------------------------------*
       ESCRIBIR-INFORME.
           OPEN OUTPUT USOCAJEROS.
           IF FSUC NOT = 00
               GO TO PSYS-ERR.
           MOVE ANO-PERIODO TO UCC-ANO.
           MOVE MES-PERIODO TO UCC-MES.
           MOVE UCJ-CABECERA TO USOCAJEROS-REG.
           WRITE USOCAJEROS-REG.
           MOVE 0 TO INDICE-CAJ.

       ESCRIBIR-INFORME-SIG.
           ADD 1 TO INDICE-CAJ.
           IF INDICE-CAJ > NUM-CAJEROS-UCJ
               GO TO ESCRIBIR-INFORME-RED.
           ADD UCJ-OPERACIONES (INDICE-CAJ) TO NUM-OPERACIONES-RED.
           PERFORM ESCRIBIR-TERMINAL THRU ESCRIBIR-TERMINAL-EXIT.
           GO TO ESCRIBIR-INFORME-SIG.

       ESCRIBIR-INFORME-RED.
           MOVE 0 TO MEDIA-OPERACIONES.
           IF NUM-CAJEROS-UCJ > 0
               COMPUTE MEDIA-OPERACIONES =
                   NUM-OPERACIONES-RED / NUM-CAJEROS-UCJ.
           MOVE SPACES TO USOCAJEROS-REG.
           WRITE USOCAJEROS-REG.
           MOVE MEDIA-OPERACIONES TO UCM-MEDIA.
           MOVE UCJ-TITULOS-RED TO USOCAJEROS-REG.
           WRITE USOCAJEROS-REG.
           MOVE 0 TO INDICE-CAJ.

       ESCRIBIR-INFORME-COMPARATIVA.
           ADD 1 TO INDICE-CAJ.
           IF INDICE-CAJ > NUM-CAJEROS-UCJ
               GO TO ESCRIBIR-INFORME-CERRAR.
           PERFORM CALCULAR-DISPONIBLE THRU CALCULAR-DISPONIBLE-EXIT.
           MOVE 0 TO INDICE-USO.
           IF MEDIA-OPERACIONES > 0
               COMPUTE INDICE-USO = (UCJ-OPERACIONES (INDICE-CAJ)
                   * 100) / MEDIA-OPERACIONES.
           MOVE UCJ-ID (INDICE-CAJ) TO UCP-ID.
           MOVE UCJ-UBICACION (INDICE-CAJ) TO UCP-UBICACION.
           MOVE UCJ-OPERACIONES (INDICE-CAJ) TO UCP-OPERACIONES.
           MOVE INDICE-USO TO UCP-INDICE.
           MOVE PCT-DISPONIBLE TO UCP-PCT-DISPONIBLE.
           MOVE "NORMAL" TO UCP-MARCA.
           IF INDICE-USO < PCT-INFRAUTILIZADO
               MOVE "INFRAUTILIZADO" TO UCP-MARCA.
           IF INDICE-USO > PCT-SATURADO
               MOVE "SATURADO" TO UCP-MARCA.
           MOVE UCJ-COMPARATIVA TO USOCAJEROS-REG.
           WRITE USOCAJEROS-REG.
           GO TO ESCRIBIR-INFORME-COMPARATIVA.

       ESCRIBIR-INFORME-CERRAR.
           CLOSE USOCAJEROS.
       ESCRIBIR-INFORME-EXIT.
           EXIT.

      * bloque del terminal INDICE-CAJ: totales, dias de mas y menos
      * actividad, disponibilidad y las series por tipo, hora y dia
       ESCRIBIR-TERMINAL.
           MOVE SPACES TO USOCAJEROS-REG.
           WRITE USOCAJEROS-REG.
           MOVE UCJ-ID (INDICE-CAJ) TO UCT-ID.
           MOVE UCJ-UBICACION (INDICE-CAJ) TO UCT-UBICACION.
           MOVE UCJ-OPERACIONES (INDICE-CAJ) TO UCT-OPERACIONES.
           MOVE UCJ-DISPENSAS (INDICE-CAJ) TO UCT-DISPENSAS.
           MOVE UCJ-EUROS (INDICE-CAJ) TO UCT-EUROS.
           MOVE UCJ-INCIDENCIAS (INDICE-CAJ) TO UCT-INCIDENCIAS.
           MOVE UCJ-PIN-FALLIDOS (INDICE-CAJ) TO UCT-PIN-FALLIDOS.
           MOVE UCJ-DENEGADAS (INDICE-CAJ) TO UCT-DENEGADAS.
           MOVE UCJ-TERMINAL TO USOCAJEROS-REG.
           WRITE USOCAJEROS-REG.

           PERFORM BUSCAR-EXTREMOS THRU BUSCAR-EXTREMOS-EXIT.
           PERFORM CALCULAR-DISPONIBLE THRU CALCULAR-DISPONIBLE-EXIT.
           MOVE DIA-MAS-ACTIVO TO UCR-DIA-MAS.
           MOVE UCJ-OPS-DIA (INDICE-CAJ, DIA-MAS-ACTIVO)
               TO UCR-OPS-MAS.
           MOVE DIA-MENOS-ACTIVO TO UCR-DIA-MENOS.
           MOVE UCJ-OPS-DIA (INDICE-CAJ, DIA-MENOS-ACTIVO)
               TO UCR-OPS-MENOS.
           MOVE HORA-PUNTA TO UCR-HORA-PUNTA.
           DIVIDE UCJ-MINUTOS-FUERA (INDICE-CAJ) BY 60
               GIVING UCR-HORAS-FUERA REMAINDER UCR-MINUTOS-FUERA.
           MOVE PCT-DISPONIBLE TO UCR-PCT-DISPONIBLE.
           MOVE UCJ-RESUMEN TO USOCAJEROS-REG.
           WRITE USOCAJEROS-REG.

           MOVE 1 TO SERIE-TIPO.
           MOVE "TIPOS" TO UCS-TITULO.
           MOVE 1 TO SERIE-DESDE.
           MOVE 15 TO SERIE-CUANTOS.
           PERFORM ESCRIBIR-SERIE THRU ESCRIBIR-SERIE-EXIT.
           MOVE SPACES TO UCS-TITULO.
           MOVE 16 TO SERIE-DESDE.
           PERFORM ESCRIBIR-SERIE THRU ESCRIBIR-SERIE-EXIT.

           MOVE 2 TO SERIE-TIPO.
           MOVE "HORAS" TO UCS-TITULO.
           MOVE 0 TO SERIE-DESDE.
           MOVE 12 TO SERIE-CUANTOS.
           PERFORM ESCRIBIR-SERIE THRU ESCRIBIR-SERIE-EXIT.
           MOVE SPACES TO UCS-TITULO.
           MOVE 12 TO SERIE-DESDE.
           PERFORM ESCRIBIR-SERIE THRU ESCRIBIR-SERIE-EXIT.

           MOVE 3 TO SERIE-TIPO.
           MOVE "DIAS" TO UCS-TITULO.
           MOVE 1 TO SERIE-DESDE.
           MOVE 16 TO SERIE-CUANTOS.
           PERFORM ESCRIBIR-SERIE THRU ESCRIBIR-SERIE-EXIT.
           MOVE SPACES TO UCS-TITULO.
           MOVE 17 TO SERIE-DESDE.
           COMPUTE SERIE-CUANTOS = DIAS-PERIODO - 16.
           PERFORM ESCRIBIR-SERIE THRU ESCRIBIR-SERIE-EXIT.
       ESCRIBIR-TERMINAL-EXIT.
           EXIT.

      * una linea con SERIE-CUANTOS contadores de la serie SERIE-TIPO
      * a partir de la etiqueta SERIE-DESDE
       ESCRIBIR-SERIE.
           MOVE 0 TO INDICE-SER.

       ESCRIBIR-SERIE-SIG.
           ADD 1 TO INDICE-SER.
           IF INDICE-SER > 16
               GO TO ESCRIBIR-SERIE-LINEA.
           IF INDICE-SER > SERIE-CUANTOS
               MOVE SPACES TO UCS-VALOR (INDICE-SER)
               GO TO ESCRIBIR-SERIE-SIG.
           MOVE ":" TO UCS-SEPARADOR (INDICE-SER).
           COMPUTE UCS-ETIQUETA (INDICE-SER) =
               SERIE-DESDE + INDICE-SER - 1.
           IF SERIE-TIPO = 1
               MOVE UCJ-OPS-TIPO (INDICE-CAJ, UCS-ETIQUETA (INDICE-SER))
                   TO UCS-CUENTA (INDICE-SER).
           IF SERIE-TIPO = 2
               COMPUTE INDICE-VALOR = UCS-ETIQUETA (INDICE-SER) + 1
               MOVE UCJ-OPS-HORA (INDICE-CAJ, INDICE-VALOR)
                   TO UCS-CUENTA (INDICE-SER).
           IF SERIE-TIPO = 3
               MOVE UCJ-OPS-DIA (INDICE-CAJ, UCS-ETIQUETA (INDICE-SER))
                   TO UCS-CUENTA (INDICE-SER).
           GO TO ESCRIBIR-SERIE-SIG.

       ESCRIBIR-SERIE-LINEA.
           MOVE UCJ-SERIE TO USOCAJEROS-REG.
           WRITE USOCAJEROS-REG.
       ESCRIBIR-SERIE-EXIT.
           EXIT.

      * dias del mes con mas y menos operaciones (el primero en caso
      * de empate) y hora del dia con mas operaciones
       BUSCAR-EXTREMOS.
           MOVE 1 TO DIA-MAS-ACTIVO.
           MOVE 1 TO DIA-MENOS-ACTIVO.
           MOVE 1 TO INDICE-DIA.

       BUSCAR-EXTREMOS-DIA.
           ADD 1 TO INDICE-DIA.
           IF INDICE-DIA > DIAS-PERIODO
               GO TO BUSCAR-EXTREMOS-HORAS.
           IF UCJ-OPS-DIA (INDICE-CAJ, INDICE-DIA) >
                   UCJ-OPS-DIA (INDICE-CAJ, DIA-MAS-ACTIVO)
               MOVE INDICE-DIA TO DIA-MAS-ACTIVO.
           IF UCJ-OPS-DIA (INDICE-CAJ, INDICE-DIA) <
                   UCJ-OPS-DIA (INDICE-CAJ, DIA-MENOS-ACTIVO)
               MOVE INDICE-DIA TO DIA-MENOS-ACTIVO.
           GO TO BUSCAR-EXTREMOS-DIA.

       BUSCAR-EXTREMOS-HORAS.
           MOVE 1 TO INDICE-VALOR.
           MOVE 1 TO INDICE-DIA.

       BUSCAR-EXTREMOS-HORA.
           ADD 1 TO INDICE-DIA.
           IF INDICE-DIA > 24
               GO TO BUSCAR-EXTREMOS-FIN.
           IF UCJ-OPS-HORA (INDICE-CAJ, INDICE-DIA) >
                   UCJ-OPS-HORA (INDICE-CAJ, INDICE-VALOR)
               MOVE INDICE-DIA TO INDICE-VALOR.
           GO TO BUSCAR-EXTREMOS-HORA.

       BUSCAR-EXTREMOS-FIN.
           COMPUTE HORA-PUNTA = INDICE-VALOR - 1.
       BUSCAR-EXTREMOS-EXIT.
           EXIT.

      * porcentaje del mes que el terminal INDICE-CAJ estuvo en
      * servicio
       CALCULAR-DISPONIBLE.
           COMPUTE PCT-DISPONIBLE = ((MINUTOS-PERIODO
               - UCJ-MINUTOS-FUERA (INDICE-CAJ)) * 100)
               / MINUTOS-PERIODO.
       CALCULAR-DISPONIBLE-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE CAJEROS.
           CLOSE F-MOVIMIENTOS.
           CLOSE DISPENSAS.
           CLOSE INCIDENCIAS.
           CLOSE INTENTOS-HIST.
           CLOSE DENEGACIONES.
           CLOSE ESTADOS-CAJERO.
           CLOSE USOCAJEROS.

           MOVE "BATCH-UC" TO ERROR-PROGRAMA.
           IF FSCJ NOT = 00
               MOVE FSCJ TO ERROR-FS
           ELSE
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSDI NOT = 00
                       MOVE FSDI TO ERROR-FS
                   ELSE
                       IF FSIC NOT = 00
                           MOVE FSIC TO ERROR-FS
                       ELSE
                           IF FSIH NOT = 00
                               MOVE FSIH TO ERROR-FS
                           ELSE
                               IF FSDN NOT = 00
                                   MOVE FSDN TO ERROR-FS
                               ELSE
                                   MOVE FSEJ TO ERROR-FS.
           IF FSUC NOT = 00
               MOVE FSUC TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el informe de uso de "
               "terminales. FSCJ=" FSCJ " FSM=" FSM " FSDI=" FSDI
               " FSIC=" FSIC " FSIH=" FSIH " FSDN=" FSDN
               " FSEJ=" FSEJ " FSUC=" FSUC.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
