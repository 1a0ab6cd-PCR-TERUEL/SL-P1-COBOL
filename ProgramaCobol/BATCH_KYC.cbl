       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-KYC.
      * calificacion mensual de riesgo y revision periodica de la
      * diligencia debida de cada cliente, tras el informe AML del
      * mes: puntua el efectivo (aparecer en amlefectivo.rpt), el
      * volumen de transferencias a otros bancos de los ultimos doce
      * meses (transferencias.ubd) y la profesion, deja el riesgo
      * bajo, medio o alto en la ficha y programa la siguiente
      * revision a 5, 3 o 1 anos de la ultima; el cliente con el
      * documento caducado o la revision vencida entra en la cola de
      * revision de supervisores (BANK59) y, pasados los dias de
      * gracia sin revisar, queda restringido a consultar saldo
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "AMLEFECTIVO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "AMLEFECTIVO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSC                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSAM                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "JOURNAL-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-DESDE-YMD            PIC  9(8).
       77 FECHA-TRANSF-YMD           PIC  9(8).
       77 DIAS-EN-COLA               PIC S9(7).

      * DNIs que superaron el umbral de efectivo en el ultimo informe
       01 TABLA-DNI-EFECTIVO.
           05 DNI-EFECTIVO          PIC X(9) OCCURS 500 TIMES.
       77 NUM-DNI-EFECTIVO           PIC  9(3) VALUE 0.
       77 INDICE-DNI                 PIC  9(3).

      * volumen enviado a otros bancos en doce meses por cliente
       01 TABLA-INTERBANCARIA.
           05 CLIENTE-INTERB OCCURS 500 TIMES.
               10 CIB-CLI-COD        PIC 9(9).
               10 CIB-CENT           PIC S9(13).
       77 NUM-CLIENTES-INTERB        PIC  9(3) VALUE 0.
       77 INDICE-CIB                 PIC  9(3).
       77 CIB-ENCONTRADO             PIC  9(3).
       77 CENT-UMBRAL-INTERB         PIC S9(13).
       77 CENT-TRANSFERENCIA         PIC S9(13).

       77 PUNTOS-RIESGO              PIC  9(2).
       77 RIESGO-NUEVO               PIC  9(1).
       77 ANOS-REVISION              PIC  9(1).
       77 NUM-CALIFICADOS            PIC  9(7) VALUE 0.
       77 NUM-RIESGO-ALTO            PIC  9(7) VALUE 0.
       77 NUM-A-COLA                 PIC  9(7) VALUE 0.
       77 NUM-RESTRINGIDOS           PIC  9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE FECHA-DESDE-YMD = FECHA-HOY-YMD - 10000.

           PERFORM LEER-PARAMETROS-KYC THRU LEER-PARAMETROS-KYC-EXIT.
           COMPUTE CENT-UMBRAL-INTERB = UMBRAL-INTERBANCARIO * 100.

           PERFORM CARGAR-EFECTIVO THRU CARGAR-EFECTIVO-EXIT.
           PERFORM AGREGAR-INTERBANCARIAS
               THRU AGREGAR-INTERBANCARIAS-EXIT.
           PERFORM CALIFICAR-CLIENTES THRU CALIFICAR-CLIENTES-EXIT.
           DISPLAY "Calificacion de riesgo: " NUM-CALIFICADOS
               " clientes, " NUM-RIESGO-ALTO " de riesgo alto.".
           DISPLAY "A revision: " NUM-A-COLA
               ". Restringidos a consulta: " NUM-RESTRINGIDOS.
           GOBACK.

       LEER-PARAMETROS-KYC.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAMETROS-KYC-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAMETROS-KYC-CERRAR.
           IF PAR-DIAS-GRACIA-KYC NOT = 0
               MOVE PAR-DIAS-GRACIA-KYC TO DIAS-GRACIA-KYC.
           IF PAR-UMBRAL-INTERBANCARIO NOT = 0
               MOVE PAR-UMBRAL-INTERBANCARIO TO UMBRAL-INTERBANCARIO.

       LEER-PARAMETROS-KYC-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-KYC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * efectivo: los titulares con linea CLIENTE en el informe
      * AML del mes examinado
      *----------------------------------------------------------*
       CARGAR-EFECTIVO.
           OPEN INPUT AML-RPT.
           IF FSAM = 35
               GO TO CARGAR-EFECTIVO-EXIT.
           IF FSAM NOT = 00
               GO TO PSYS-ERR.

       CARGAR-EFECTIVO-LEER.
           READ AML-RPT AT END GO TO CARGAR-EFECTIVO-CERRAR.
           IF AML-TIPO-LINEA NOT = "CLIENTE"
               GO TO CARGAR-EFECTIVO-LEER.
           IF NUM-DNI-EFECTIVO NOT < 500
               DISPLAY "Aviso: tabla de efectivo llena, DNI "
                   AML-DNI " sin puntuar"
               GO TO CARGAR-EFECTIVO-LEER.
           ADD 1 TO NUM-DNI-EFECTIVO.
           MOVE AML-DNI TO DNI-EFECTIVO (NUM-DNI-EFECTIVO).
           GO TO CARGAR-EFECTIVO-LEER.

       CARGAR-EFECTIVO-CERRAR.
           CLOSE AML-RPT.
       CARGAR-EFECTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * volumen interbancario: transferencias a otro banco de los
      * ultimos doce meses que no fueron devueltas, por titular de
      * la tarjeta de origen
      *----------------------------------------------------------*
       AGREGAR-INTERBANCARIAS.
           OPEN INPUT TRANSFERENCIAS.
           IF FST = 35
               GO TO AGREGAR-INTERBANCARIAS-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       AGREGAR-INTERBANCARIAS-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO AGREGAR-INTERBANCARIAS-CERRAR.
           IF T-BANCO-DESTINO = 0 OR T-LIQ-DEVUELTA
               GO TO AGREGAR-INTERBANCARIAS-LEER.
           IF T-ES-SOLO-ORDEN
               GO TO AGREGAR-INTERBANCARIAS-LEER.
           COMPUTE FECHA-TRANSF-YMD =
               (T-ANO * 10000) + (T-MES * 100) + T-DIA.
           IF FECHA-TRANSF-YMD < FECHA-DESDE-YMD
               GO TO AGREGAR-INTERBANCARIAS-LEER.

           PERFORM RESOLVER-TITULAR THRU RESOLVER-TITULAR-EXIT.
           IF TTITULAR = 0
               GO TO AGREGAR-INTERBANCARIAS-LEER.
           PERFORM LOCALIZAR-INTERB THRU LOCALIZAR-INTERB-EXIT.
           IF CIB-ENCONTRADO = 0
               GO TO AGREGAR-INTERBANCARIAS-LEER.
           COMPUTE CENT-TRANSFERENCIA = T-IMPORTE * 100.
           ADD CENT-TRANSFERENCIA TO CIB-CENT (CIB-ENCONTRADO).
           GO TO AGREGAR-INTERBANCARIAS-LEER.

       AGREGAR-INTERBANCARIAS-CERRAR.
           CLOSE TRANSFERENCIAS.
       AGREGAR-INTERBANCARIAS-EXIT.
           EXIT.

       RESOLVER-TITULAR.
           MOVE 0 TO TTITULAR.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE T-TARJETA-ORIGEN TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 0 TO TTITULAR.
           CLOSE TARJETAS.
       RESOLVER-TITULAR-EXIT.
           EXIT.

       LOCALIZAR-INTERB.
           MOVE 0 TO CIB-ENCONTRADO.
           MOVE 0 TO INDICE-CIB.

       LOCALIZAR-INTERB-LOOP.
           ADD 1 TO INDICE-CIB.
           IF INDICE-CIB > NUM-CLIENTES-INTERB
               GO TO LOCALIZAR-INTERB-ALTA.
           IF CIB-CLI-COD (INDICE-CIB) = TTITULAR
               MOVE INDICE-CIB TO CIB-ENCONTRADO
               GO TO LOCALIZAR-INTERB-EXIT.
           GO TO LOCALIZAR-INTERB-LOOP.

       LOCALIZAR-INTERB-ALTA.
           IF NUM-CLIENTES-INTERB NOT < 500
               DISPLAY "Aviso: tabla interbancaria llena, cliente "
                   TTITULAR " sin puntuar"
               GO TO LOCALIZAR-INTERB-EXIT.
           ADD 1 TO NUM-CLIENTES-INTERB.
           MOVE TTITULAR TO CIB-CLI-COD (NUM-CLIENTES-INTERB).
           MOVE 0 TO CIB-CENT (NUM-CLIENTES-INTERB).
           MOVE NUM-CLIENTES-INTERB TO CIB-ENCONTRADO.
       LOCALIZAR-INTERB-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * pasada por clientes.ubd: calificacion, programacion de la
      * siguiente revision, entrada en la cola y restriccion
      *----------------------------------------------------------*
       CALIFICAR-CLIENTES.
           OPEN I-O CLIENTES.
           IF FSC = 35
               GO TO CALIFICAR-CLIENTES-EXIT.
           IF FSC NOT = 00
               GO TO PSYS-ERR.

       CALIFICAR-CLIENTES-LEER.
           READ CLIENTES NEXT RECORD
               AT END GO TO CALIFICAR-CLIENTES-CERRAR.
      * fichas fusionadas, borradas o de fallecidos no se revisan
           IF CLI-NOMBRE = "*FUSIONADO*" OR CLI-NOMBRE = "*BORRADO*"
               GO TO CALIFICAR-CLIENTES-LEER.
           IF NOT CLIENTE-VIGENTE
               GO TO CALIFICAR-CLIENTES-LEER.

           PERFORM PUNTUAR-CLIENTE THRU PUNTUAR-CLIENTE-EXIT.
           MOVE RIESGO-NUEVO TO CLI-RIESGO.
           MOVE FECHA-HOY-YMD TO CLI-FECHA-CALIFICACION.
           ADD 1 TO NUM-CALIFICADOS.
           IF RIESGO-ALTO
               ADD 1 TO NUM-RIESGO-ALTO.

      * la primera calificacion de un cliente sin revision previa
      * cuenta desde hoy
           IF CLI-FECHA-ULT-REVISION = 0
               MOVE FECHA-HOY-YMD TO CLI-FECHA-ULT-REVISION.
           IF RIESGO-ALTO
               MOVE 1 TO ANOS-REVISION
           ELSE
               IF RIESGO-MEDIO
                   MOVE 3 TO ANOS-REVISION
               ELSE
                   MOVE 5 TO ANOS-REVISION.
           COMPUTE CLI-FECHA-REVISION =
               CLI-FECHA-ULT-REVISION + (ANOS-REVISION * 10000).

           IF KYC-AL-DIA
               IF (CLI-DOC-CADUCIDAD NOT = 0
                       AND CLI-DOC-CADUCIDAD < FECHA-HOY-YMD)
                       OR CLI-FECHA-REVISION NOT > FECHA-HOY-YMD
                   MOVE 1 TO CLI-KYC-ESTADO
                   MOVE FECHA-HOY-YMD TO CLI-KYC-FECHA-COLA
                   ADD 1 TO NUM-A-COLA.

           IF KYC-EN-REVISION
               COMPUTE DIAS-EN-COLA =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                   - FUNCTION INTEGER-OF-DATE(CLI-KYC-FECHA-COLA)
               IF DIAS-EN-COLA > DIAS-GRACIA-KYC
                   MOVE 2 TO CLI-KYC-ESTADO
                   ADD 1 TO NUM-RESTRINGIDOS.

           REWRITE CLIENTEREG INVALID KEY GO TO PSYS-ERR.
           MOVE "CL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CLI-COD TO JOURNAL-CLAVE.
           MOVE CLIENTEREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO CALIFICAR-CLIENTES-LEER.

       CALIFICAR-CLIENTES-CERRAR.
           CLOSE CLIENTES.
       CALIFICAR-CLIENTES-EXIT.
           EXIT.

      * efectivo sobre el umbral 2 puntos; volumen interbancario
      * sobre el umbral 2 (1 si pasa de la mitad); profesion de
      * negocio de efectivo 2, autonomo o sin informar 1; el cargo
      * publico, y el PEP o sancionado confirmado en BANK60, es
      * siempre riesgo alto; 0-1 bajo, 2-3 medio, 4 o
      * mas alto
       PUNTUAR-CLIENTE.
           MOVE 0 TO PUNTOS-RIESGO.

           MOVE 0 TO INDICE-DNI.
       PUNTUAR-CLIENTE-EFECTIVO.
           ADD 1 TO INDICE-DNI.
           IF INDICE-DNI > NUM-DNI-EFECTIVO
               GO TO PUNTUAR-CLIENTE-INTERB.
           IF DNI-EFECTIVO (INDICE-DNI) = CLI-DNI
                   AND CLI-DNI NOT = SPACES
               ADD 2 TO PUNTOS-RIESGO
               GO TO PUNTUAR-CLIENTE-INTERB.
           GO TO PUNTUAR-CLIENTE-EFECTIVO.

       PUNTUAR-CLIENTE-INTERB.
           MOVE 0 TO INDICE-CIB.
       PUNTUAR-CLIENTE-INTERB-LOOP.
           ADD 1 TO INDICE-CIB.
           IF INDICE-CIB > NUM-CLIENTES-INTERB
               GO TO PUNTUAR-CLIENTE-PROFESION.
           IF CIB-CLI-COD (INDICE-CIB) NOT = CLI-COD
               GO TO PUNTUAR-CLIENTE-INTERB-LOOP.
           IF CIB-CENT (INDICE-CIB) > CENT-UMBRAL-INTERB
               ADD 2 TO PUNTOS-RIESGO
           ELSE
               IF CIB-CENT (INDICE-CIB) * 2 > CENT-UMBRAL-INTERB
                   ADD 1 TO PUNTOS-RIESGO.

       PUNTUAR-CLIENTE-PROFESION.
           IF PROFESION-EFECTIVO
               ADD 2 TO PUNTOS-RIESGO.
           IF PROFESION-AUTONOMO OR PROFESION-NO-CONSTA
               ADD 1 TO PUNTOS-RIESGO.

           IF PROFESION-CARGO-PUBLICO OR PUNTOS-RIESGO > 3
                   OR NOT SIN-COINCIDENCIA-LISTAS
               MOVE 3 TO RIESGO-NUEVO
           ELSE
               IF PUNTOS-RIESGO > 1
                   MOVE 2 TO RIESGO-NUEVO
               ELSE
                   MOVE 1 TO RIESGO-NUEVO.
       PUNTUAR-CLIENTE-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".

       PSYS-ERR.
           CLOSE CLIENTES.
           CLOSE TARJETAS.
           CLOSE TRANSFERENCIAS.
           CLOSE AML-RPT.

           MOVE "BATCH-KY" TO ERROR-PROGRAMA.
           IF FSC NOT = 00
               MOVE FSC TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSAM NOT = 00
                       MOVE FSAM TO ERROR-FS
                   ELSE
                       MOVE FSP TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la calificacion de riesgo."
               " FSC=" FSC " FST=" FST " FSAM=" FSAM " FSP=" FSP.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
