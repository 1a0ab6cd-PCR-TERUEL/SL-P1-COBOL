       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-AJUSTES.
      * ajustes de periodo hacia contabilidad: los movimientos con
      * fecha de un mes ya en cierre o cerrado se anotan en el
      * primer mes abierto (ajustesper.ubd); cada dia contable
      * emite los ajustes llevados a esa fecha, uno a uno, con la
      * pareja debe/haber del mapa ctascont.ubd, el periodo y la
      * fecha de origen y el numero de movimiento, y cierra con un
      * registro de control -- contabilidad los imputa al mes de
      * origen sin rehacer el mes; sin mapa de algun tipo no se
      * emite nada y el proceso termina con codigo de error
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AJUSTESPER-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CTASCONT-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".

           SELECT AJUSTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAJ2.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "AJUSTESPER-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CTASCONT-FD.cpy".
           COPY "CIERRECTL-FD.cpy".

      * trazado de la interfaz contable diaria, mas la referencia
      * del periodo de origen
       FD AJUSTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ajustes.rpt".
       01 AJUSTE-REG.
      * DEBE / HABER / CONTROL
           02 AJU-CLASE                PIC X(07).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AJU-CUENTA               PIC X(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AJU-MOV-TIPO             PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AJU-IMPORTE-ENT          PIC -9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 AJU-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * en la linea CONTROL: apuntes emitidos y suma total absoluta
           02 AJU-REGISTROS            PIC 9(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * mes y fecha contable a los que pertenecia el movimiento
           02 AJU-PERIODO-ORIGEN       PIC 9(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AJU-FECHA-ORIGEN         PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * fecha contable del ajuste
           02 AJU-FECHA-AJUSTE         PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AJU-MOV-NUM              PIC 9(35).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSAJ                      PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCC                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSAJ2                     PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".

       77 SIN-MAPA                   PIC  9(1) VALUE 0.
       77 SIN-CTASCONT               PIC  9(1) VALUE 0.
       77 CENT-AJUSTE                PIC S9(13).
       77 SUMA-DEBE-CENT             PIC S9(15) VALUE 0.
       77 SUMA-HABER-CENT            PIC S9(15) VALUE 0.
       77 SUMA-CONTROL-CENT          PIC S9(15) VALUE 0.
       77 NUM-APUNTES                PIC  9(5) VALUE 0.
       77 NUM-AJUSTES                PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-CONTABLE
               THRU LEER-FECHA-CONTABLE-EXIT.
           IF FECHA-CONTABLE-YMD = 0
               COMPUTE FECHA-CONTABLE-YMD =
                   (ANO * 10000) + (MES * 100) + DIA.

           OPEN OUTPUT AJUSTES.
           IF FSAJ2 NOT = 00
               GO TO PSYS-ERR.
           PERFORM EMITIR-AJUSTES THRU EMITIR-AJUSTES-EXIT.
           IF SIN-MAPA = 1
               CLOSE AJUSTES
               DISPLAY "ERROR: hay ajustes de un tipo sin cuenta "
                   "contable asignada; no se emiten"
               OPEN OUTPUT AJUSTES
               CLOSE AJUSTES
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM ESCRIBIR-CONTROL THRU ESCRIBIR-CONTROL-EXIT.
           CLOSE AJUSTES.
           DISPLAY "Ajustes de periodo emitidos. Ajustes: "
               NUM-AJUSTES " Apuntes: " NUM-APUNTES.
           GOBACK.

      *----------------------------------------------------------*
      * los ajustes llevados a la fecha contable que se cierra;
      * un numero de movimiento sin movimiento (la anotacion no
      * llego a escribirse) no es ajuste
      *----------------------------------------------------------*
       EMITIR-AJUSTES.
           OPEN INPUT AJUSTESPER.
           IF FSAJ = 35
               GO TO EMITIR-AJUSTES-EXIT.
           IF FSAJ NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               CLOSE AJUSTESPER
               GO TO EMITIR-AJUSTES-EXIT.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
      * sin mapa solo es error si hay algun ajuste que emitir
           OPEN INPUT CTASCONT.
           IF FSCC = 35
               MOVE 1 TO SIN-CTASCONT
           ELSE
               IF FSCC NOT = 00
                   GO TO PSYS-ERR.

       EMITIR-AJUSTES-LEER.
           READ AJUSTESPER NEXT RECORD
               AT END GO TO EMITIR-AJUSTES-FIN.
           IF AJP-FECHA-AJUSTE NOT = FECHA-CONTABLE-YMD
               GO TO EMITIR-AJUSTES-LEER.
           MOVE AJP-MOV-NUM TO MOV-NUM.
           READ F-MOVIMIENTOS INVALID KEY
               GO TO EMITIR-AJUSTES-LEER.
           IF SIN-CTASCONT = 1
               MOVE 1 TO SIN-MAPA
               GO TO EMITIR-AJUSTES-LEER.
           MOVE MOV-TIPO TO CON-MOV-TIPO.
           READ CTASCONT INVALID KEY
               MOVE 1 TO SIN-MAPA
               GO TO EMITIR-AJUSTES-LEER.

           COMPUTE CENT-AJUSTE = MOV-IMPORTE * 100.
           MOVE MOV-TIPO TO AJU-MOV-TIPO.
           COMPUTE AJU-IMPORTE-ENT = CENT-AJUSTE / 100.
           COMPUTE AJU-IMPORTE-DEC = FUNCTION MOD(CENT-AJUSTE, 100).
           MOVE 0 TO AJU-REGISTROS.
           MOVE AJP-PERIODO-ORIGEN TO AJU-PERIODO-ORIGEN.
           MOVE AJP-FECHA-ORIGEN TO AJU-FECHA-ORIGEN.
           MOVE AJP-FECHA-AJUSTE TO AJU-FECHA-AJUSTE.
           MOVE AJP-MOV-NUM TO AJU-MOV-NUM.

           MOVE "DEBE" TO AJU-CLASE.
           MOVE CON-CTA-DEBE TO AJU-CUENTA.
           WRITE AJUSTE-REG.
           ADD 1 TO NUM-APUNTES.
           ADD CENT-AJUSTE TO SUMA-DEBE-CENT.

           MOVE "HABER" TO AJU-CLASE.
           MOVE CON-CTA-HABER TO AJU-CUENTA.
           WRITE AJUSTE-REG.
           ADD 1 TO NUM-APUNTES.
           ADD CENT-AJUSTE TO SUMA-HABER-CENT.
           ADD 1 TO NUM-AJUSTES.
           GO TO EMITIR-AJUSTES-LEER.

       EMITIR-AJUSTES-FIN.
           IF SIN-CTASCONT = 0
               CLOSE CTASCONT.
           CLOSE F-MOVIMIENTOS.
           CLOSE AJUSTESPER.
       EMITIR-AJUSTES-EXIT.
           EXIT.

       ESCRIBIR-CONTROL.
           COMPUTE SUMA-CONTROL-CENT =
               SUMA-DEBE-CENT + SUMA-HABER-CENT.
           MOVE "CONTROL" TO AJU-CLASE.
           MOVE SPACES TO AJU-CUENTA.
           MOVE 0 TO AJU-MOV-TIPO.
           COMPUTE AJU-IMPORTE-ENT = SUMA-CONTROL-CENT / 100.
           COMPUTE AJU-IMPORTE-DEC =
               FUNCTION MOD(SUMA-CONTROL-CENT, 100).
           MOVE NUM-APUNTES TO AJU-REGISTROS.
           MOVE 0 TO AJU-PERIODO-ORIGEN.
           MOVE 0 TO AJU-FECHA-ORIGEN.
           MOVE FECHA-CONTABLE-YMD TO AJU-FECHA-AJUSTE.
           MOVE 0 TO AJU-MOV-NUM.
           WRITE AJUSTE-REG.
       ESCRIBIR-CONTROL-EXIT.
           EXIT.

           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE AJUSTESPER.
           CLOSE F-MOVIMIENTOS.
           CLOSE CTASCONT.
           CLOSE AJUSTES.

           MOVE "BATCH-AJ" TO ERROR-PROGRAMA.
           IF FSAJ NOT = 00
               MOVE FSAJ TO ERROR-FS
           ELSE
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSCC NOT = 00
                       MOVE FSCC TO ERROR-FS
                   ELSE
                       MOVE FSAJ2 TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la emision de ajustes "
               "de periodo. FSAJ=" FSAJ " FSM=" FSM " FSCC=" FSCC
               " FSAJ2=" FSAJ2.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
