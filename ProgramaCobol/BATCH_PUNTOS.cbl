       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-PUNTOS.
      * devengo mensual de puntos de fidelizacion: por cada tarjeta
      * de cuenta, los movimientos del mes natural anterior cuyo tipo
      * figura en la tabla de reglas (reglaspuntos.ubd) generan
      * puntos por euro entero del importe; no puntuan los extornos,
      * los movimientos compensados por un extorno ni los pendientes
      * de verificacion. Los puntos del mes quedan en un lote propio
      * de puntos.ubd que caduca a los meses indicados en parametros;
      * antes del devengo se dan por caducados los lotes vencidos.
      * Relanzar el mes no duplica: una tarjeta con el lote del mes
      * ya anotado se salta
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "REGLASPUNTOS-SEL.cpy".
           COPY "PUNTOS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TARJETAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "REGLASPUNTOS-FD.cpy".
           COPY "PUNTOS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSRJ                      PIC   X(2).
       77 FSPU                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "PUNTOS-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 ANO-PERIODO                PIC  9(4).
       77 MES-PERIODO                PIC  9(2).
       77 PERIODO-PUNTOS             PIC  9(6).
       77 FECHA-CADUCIDAD-LOTE       PIC  9(8).

      * puntos por euro de cada tipo de movimiento (0 = no puntua)
       01 TABLA-REGLAS.
           05 PUNTOS-EURO-TIPO       PIC 9(3)V9(2) OCCURS 99 TIMES.
       77 NUM-REGLAS                 PIC  9(2) VALUE 0.

      * movimientos de la tarjeta compensados por un extorno
       01 TABLA-EXTORNADOS.
           05 MOV-EXTORNADO          PIC 9(35) OCCURS 200 TIMES.
       77 NUM-EXTORNADOS             PIC  9(3) VALUE 0.
       77 INDICE-EXT                 PIC  9(3).
       77 MOV-ES-EXTORNADO           PIC  9(1).

       77 EUROS-MOVIMIENTO           PIC  9(9).
       77 PUNTOS-MOVIMIENTO          PIC  9(9).
       77 PUNTOS-TARJETA             PIC  9(9).

       77 NUM-TARJETAS               PIC  9(7) VALUE 0.
       77 NUM-LOTES                  PIC  9(7) VALUE 0.
       77 NUM-YA-ANOTADAS            PIC  9(7) VALUE 0.
       77 TOTAL-PUNTOS               PIC  9(11) VALUE 0.
       77 NUM-LOTES-CADUCADOS        PIC  9(7) VALUE 0.
       77 TOTAL-CADUCADOS            PIC  9(11) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM CALCULAR-PERIODO THRU CALCULAR-PERIODO-EXIT.
           PERFORM LEER-PARAM-PUNTOS THRU LEER-PARAM-PUNTOS-EXIT.
           MOVE ANO-PERIODO TO PUNTOS-ANO-DEVENGO.
           MOVE MES-PERIODO TO PUNTOS-MES-DEVENGO.
           PERFORM CALCULAR-CADUCIDAD-PUNTOS
               THRU CALCULAR-CADUCIDAD-PUNTOS-EXIT.
           MOVE PUNTOS-CADUCIDAD-CALC TO FECHA-CADUCIDAD-LOTE.
           PERFORM CARGAR-REGLAS THRU CARGAR-REGLAS-EXIT.
           PERFORM CADUCAR-LOTES THRU CADUCAR-LOTES-EXIT.
           PERFORM DEVENGAR-PUNTOS THRU DEVENGAR-PUNTOS-EXIT.
           DISPLAY "Devengo de puntos del periodo " PERIODO-PUNTOS
               ". Tarjetas: " NUM-TARJETAS " Lotes: " NUM-LOTES
               " Puntos: " TOTAL-PUNTOS
               " Ya anotadas: " NUM-YA-ANOTADAS.
           DISPLAY "Lotes caducados: " NUM-LOTES-CADUCADOS
               " Puntos caducados: " TOTAL-CADUCADOS.
           GOBACK.

      *----------------------------------------------------------*
      * el devengo cubre el mes natural anterior al de ejecucion
      *----------------------------------------------------------*
       CALCULAR-PERIODO.
           IF MES = 1
               MOVE 12 TO MES-PERIODO
               COMPUTE ANO-PERIODO = ANO - 1
           ELSE
               COMPUTE MES-PERIODO = MES - 1
               MOVE ANO TO ANO-PERIODO.
           COMPUTE PERIODO-PUNTOS = (ANO-PERIODO * 100) + MES-PERIODO.
       CALCULAR-PERIODO-EXIT.
           EXIT.

       CARGAR-REGLAS.
           INITIALIZE TABLA-REGLAS.
           OPEN INPUT REGLASPUNTOS.
           IF FSRJ = 35
               DISPLAY "AVISO: no hay tabla de reglas de puntos, "
                   "no se devenga ninguno"
               GO TO CARGAR-REGLAS-EXIT.
           IF FSRJ NOT = 00
               GO TO PSYS-ERR.

       CARGAR-REGLAS-LEER.
           READ REGLASPUNTOS NEXT RECORD
               AT END GO TO CARGAR-REGLAS-CERRAR.
           IF RPT-MOV-TIPO = 0 OR RPT-MOV-TIPO = 20
               GO TO CARGAR-REGLAS-LEER.
           MOVE RPT-PUNTOS-EURO TO PUNTOS-EURO-TIPO (RPT-MOV-TIPO).
           ADD 1 TO NUM-REGLAS.
           GO TO CARGAR-REGLAS-LEER.

       CARGAR-REGLAS-CERRAR.
           CLOSE REGLASPUNTOS.
       CARGAR-REGLAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * lotes vigentes con la fecha de caducidad ya pasada: los
      * puntos que queden sin canjear se pierden
      *----------------------------------------------------------*
       CADUCAR-LOTES.
           OPEN I-O PUNTOS.
           IF FSPU = 35
               GO TO CADUCAR-LOTES-EXIT.
           IF FSPU NOT = 00
               GO TO PSYS-ERR.

       CADUCAR-LOTES-LEER.
           READ PUNTOS NEXT RECORD
               AT END GO TO CADUCAR-LOTES-CERRAR.
           IF PTO-CADUCADO
               GO TO CADUCAR-LOTES-LEER.
           IF PTO-CADUCIDAD NOT < FECHA-HOY-YMD
               GO TO CADUCAR-LOTES-LEER.
           ADD 1 TO NUM-LOTES-CADUCADOS.
           ADD PTO-DISPONIBLES TO TOTAL-CADUCADOS.
           MOVE 1 TO PTO-ESTADO.
           REWRITE PUNTOS-REG INVALID KEY GO TO PSYS-ERR.
           GO TO CADUCAR-LOTES-LEER.

       CADUCAR-LOTES-CERRAR.
           CLOSE PUNTOS.
       CADUCAR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * recorre las tarjetas de cuenta y anota el lote del periodo
      *----------------------------------------------------------*
       DEVENGAR-PUNTOS.
           IF NUM-REGLAS = 0
               GO TO DEVENGAR-PUNTOS-EXIT.
           OPEN INPUT TARJETAS.
           IF FST = 35
               GO TO DEVENGAR-PUNTOS-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               CLOSE TARJETAS
               GO TO DEVENGAR-PUNTOS-EXIT.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O PUNTOS.
           IF FSPU = 35
               OPEN OUTPUT PUNTOS
               IF FSPU NOT = 00
                   GO TO PSYS-ERR
               END-IF
               CLOSE PUNTOS
               OPEN I-O PUNTOS
           END-IF.
           IF FSPU NOT = 00
               GO TO PSYS-ERR.

       DEVENGAR-PUNTOS-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO DEVENGAR-PUNTOS-CERRAR.
           IF NOT PRODUCTO-CUENTA
               GO TO DEVENGAR-PUNTOS-LEER.
           ADD 1 TO NUM-TARJETAS.

           MOVE TNUM TO PTO-TARJETA.
           MOVE PERIODO-PUNTOS TO PTO-PERIODO.
           MOVE 1 TO PTO-ORIGEN.
           READ PUNTOS INVALID KEY GO TO DEVENGAR-PUNTOS-TARJETA.
           ADD 1 TO NUM-YA-ANOTADAS.
           GO TO DEVENGAR-PUNTOS-LEER.

       DEVENGAR-PUNTOS-TARJETA.
           PERFORM RECOGER-EXTORNOS THRU RECOGER-EXTORNOS-EXIT.
           PERFORM SUMAR-PUNTOS-TARJETA
               THRU SUMAR-PUNTOS-TARJETA-EXIT.
           IF PUNTOS-TARJETA = 0
               GO TO DEVENGAR-PUNTOS-LEER.

           MOVE TNUM TO PTO-TARJETA.
           MOVE PERIODO-PUNTOS TO PTO-PERIODO.
           MOVE 1 TO PTO-ORIGEN.
           MOVE PUNTOS-TARJETA TO PTO-GANADOS.
           MOVE PUNTOS-TARJETA TO PTO-DISPONIBLES.
           MOVE FECHA-CADUCIDAD-LOTE TO PTO-CADUCIDAD.
           MOVE 0 TO PTO-ESTADO.
           WRITE PUNTOS-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-LOTES.
           ADD PUNTOS-TARJETA TO TOTAL-PUNTOS.
           GO TO DEVENGAR-PUNTOS-LEER.

       DEVENGAR-PUNTOS-CERRAR.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE PUNTOS.
       DEVENGAR-PUNTOS-EXIT.
           EXIT.

      * primera pasada por los movimientos de la tarjeta: anota los
      * movimientos originales que algun extorno ha compensado, sea
      * del mes que sea
       RECOGER-EXTORNOS.
           MOVE 0 TO NUM-EXTORNADOS.
           MOVE TNUM TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO RECOGER-EXTORNOS-EXIT.

       RECOGER-EXTORNOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO RECOGER-EXTORNOS-EXIT.
           IF MOV-TARJETA NOT = TNUM
               GO TO RECOGER-EXTORNOS-EXIT.
           IF NOT MOV-TIPO-EXTORNO OR MOV-REF-EXTORNO = 0
               GO TO RECOGER-EXTORNOS-LEER.
           IF NUM-EXTORNADOS = 200
               DISPLAY "AVISO: tabla de extornos llena en la tarjeta "
                   TNUM
               GO TO RECOGER-EXTORNOS-EXIT.
           ADD 1 TO NUM-EXTORNADOS.
           MOVE MOV-REF-EXTORNO TO MOV-EXTORNADO (NUM-EXTORNADOS).
           GO TO RECOGER-EXTORNOS-LEER.
       RECOGER-EXTORNOS-EXIT.
           EXIT.

      * segunda pasada: puntos de los movimientos del periodo
       SUMAR-PUNTOS-TARJETA.
           MOVE 0 TO PUNTOS-TARJETA.
           MOVE TNUM TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO SUMAR-PUNTOS-TARJETA-EXIT.

       SUMAR-PUNTOS-TARJETA-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO SUMAR-PUNTOS-TARJETA-EXIT.
           IF MOV-TARJETA NOT = TNUM
               GO TO SUMAR-PUNTOS-TARJETA-EXIT.
           IF MOV-ANO NOT = ANO-PERIODO OR MOV-MES NOT = MES-PERIODO
               GO TO SUMAR-PUNTOS-TARJETA-LEER.
           IF MOV-TIPO = 0 OR MOV-TIPO-EXTORNO
               GO TO SUMAR-PUNTOS-TARJETA-LEER.
           IF MOV-PENDIENTE-VERIFICACION
               GO TO SUMAR-PUNTOS-TARJETA-LEER.
           IF PUNTOS-EURO-TIPO (MOV-TIPO) = 0
               GO TO SUMAR-PUNTOS-TARJETA-LEER.
           PERFORM BUSCAR-EXTORNADO THRU BUSCAR-EXTORNADO-EXIT.
           IF MOV-ES-EXTORNADO = 1
               GO TO SUMAR-PUNTOS-TARJETA-LEER.

      * euros enteros del importe, sin signo ni centimos
           MOVE MOV-IMPORTE TO EUROS-MOVIMIENTO.
           COMPUTE PUNTOS-MOVIMIENTO =
               EUROS-MOVIMIENTO * PUNTOS-EURO-TIPO (MOV-TIPO).
           ADD PUNTOS-MOVIMIENTO TO PUNTOS-TARJETA.
           GO TO SUMAR-PUNTOS-TARJETA-LEER.
       SUMAR-PUNTOS-TARJETA-EXIT.
           EXIT.

       BUSCAR-EXTORNADO.
           MOVE 0 TO MOV-ES-EXTORNADO.
           MOVE 0 TO INDICE-EXT.

       BUSCAR-EXTORNADO-LOOP.
           ADD 1 TO INDICE-EXT.
           IF INDICE-EXT > NUM-EXTORNADOS
               GO TO BUSCAR-EXTORNADO-EXIT.
           IF MOV-EXTORNADO (INDICE-EXT) = MOV-NUM
               MOVE 1 TO MOV-ES-EXTORNADO
               GO TO BUSCAR-EXTORNADO-EXIT.
           GO TO BUSCAR-EXTORNADO-LOOP.
       BUSCAR-EXTORNADO-EXIT.
           EXIT.

           COPY "LEER-PARAM-PUNTOS.cpy".
           COPY "CALCULAR-CADUCIDAD-PUNTOS.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE REGLASPUNTOS.
           CLOSE PUNTOS.

           MOVE "BATCH-PU" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSRJ NOT = 00
                       MOVE FSRJ TO ERROR-FS
                   ELSE
                       IF FSPU NOT = 00
                           MOVE FSPU TO ERROR-FS
                       ELSE
                           MOVE FSP TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el devengo de puntos. "
               "FST=" FST " FSM=" FSM " FSRJ=" FSRJ " FSPU=" FSPU
               " FSP=" FSP.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
