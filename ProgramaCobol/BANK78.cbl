       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK78.
      * periodos contables desde el modo supervisor de BANK1: lista
      * el estado de los ultimos meses contables y permite poner un
      * mes pasado en cierre, darlo por cerrado una vez conforme
      * contabilidad, o reabrir un mes en cierre; un mes cerrado no
      * se reabre. Lo que se anote con fecha de un mes en cierre o
      * cerrado se lleva como ajuste al primer mes abierto
      * (SIGUIENTE-MOV-NUM) y contabilidad lo recibe en ajustes.rpt
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERIODOS-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PERIODOS-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSPO                      PIC   X(2) VALUE "00".
       77 FSCI                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".

       77 PERIODO-USUARIO           PIC  9(6).
       77 ACCION-USUARIO            PIC  9(1).
       77 PERIODO-ACTUAL            PIC  9(6).
       77 PERIODO-LISTA             PIC  9(6).
       77 LINEA-LISTA               PIC  9(2).
       77 HAY-PERIODOS              PIC  9(1).
       77 PERIODO-NUEVO             PIC  9(1).
       77 ESTADO-ANTERIOR           PIC  9(1).
       77 ESTADO-TEXTO              PIC  X(10).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-PERIODO.
           05 PERIODO-ACCEPT BLANK ZERO AUTO
               LINE 21 COL 50 PIC 9(6) USING PERIODO-USUARIO.
           05 ACCION-ACCEPT BLANK ZERO AUTO
               LINE 22 COL 50 PIC 9(1) USING ACCION-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PLISTA.
           PERFORM LEER-FECHA-CONTABLE THRU LEER-FECHA-CONTABLE-EXIT.
           COMPUTE PERIODO-ACTUAL = FECHA-CONTABLE-YMD / 100.
           INITIALIZE PERIODO-USUARIO.
           INITIALIZE ACCION-USUARIO.
           DISPLAY (8, 28) "Periodos contables".
           DISPLAY (9, 15) "Periodo  Estado      En cierre  Cerrado".
           PERFORM MOSTRAR-PERIODOS THRU MOSTRAR-PERIODOS-EXIT.
           DISPLAY (21, 15) "Periodo (AAAAMM):".
           DISPLAY (22, 15) "1-Poner en cierre 2-Cerrar 3-Reabrir:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-PERIODO ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PLISTA.

      * el mes contable en curso y los futuros siguen abiertos
           IF PERIODO-USUARIO NOT < PERIODO-ACTUAL
               GO TO PDATOS-ERR.
           IF FUNCTION MOD(PERIODO-USUARIO, 100) = 0
                   OR FUNCTION MOD(PERIODO-USUARIO, 100) > 12
               GO TO PDATOS-ERR.
           IF ACCION-USUARIO = 0 OR ACCION-USUARIO > 3
               GO TO PDATOS-ERR.

           OPEN I-O PERIODOS.
           IF FSPO = 35
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN I-O PERIODOS
           END-IF.
           IF FSPO NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO PERIODO-NUEVO.
           MOVE PERIODO-USUARIO TO PER-PERIODO.
           READ PERIODOS INVALID KEY
               MOVE 1 TO PERIODO-NUEVO
               MOVE PERIODO-USUARIO TO PER-PERIODO
               MOVE 0 TO PER-ESTADO
               MOVE 0 TO PER-FECHA-CERRANDO
               MOVE 0 TO PER-FECHA-CIERRE
               MOVE 0 TO PER-SUPERVISOR.
           MOVE PER-ESTADO TO ESTADO-ANTERIOR.

           EVALUATE ACCION-USUARIO
               WHEN 1
                   IF NOT PERIODO-ABIERTO
                       CLOSE PERIODOS
                       GO TO PESTADO-ERR
                   END-IF
                   MOVE 1 TO PER-ESTADO
                   MOVE FECHA-CONTABLE-YMD TO PER-FECHA-CERRANDO
                   MOVE "PERIODO CIER" TO SUPJRN-ACCION
      * el mes se cierra sobre los informes de fin de mes ya
      * emitidos: ha de haber pasado por el cierre
               WHEN 2
                   IF NOT PERIODO-CERRANDO
                       CLOSE PERIODOS
                       GO TO PESTADO-ERR
                   END-IF
                   MOVE 2 TO PER-ESTADO
                   MOVE FECHA-CONTABLE-YMD TO PER-FECHA-CIERRE
                   MOVE "PERIODO CERR" TO SUPJRN-ACCION
               WHEN 3
                   IF NOT PERIODO-CERRANDO
                       CLOSE PERIODOS
                       GO TO PESTADO-ERR
                   END-IF
                   MOVE 0 TO PER-ESTADO
                   MOVE 0 TO PER-FECHA-CERRANDO
                   MOVE "PERIODO REAB" TO SUPJRN-ACCION
           END-EVALUATE.
           MOVE SUP-TARJETA-P TO PER-SUPERVISOR.
           IF PERIODO-NUEVO = 1
               WRITE PERIODO-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               MOVE "E" TO JOURNAL-OPERACION
           ELSE
               REWRITE PERIODO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "R" TO JOURNAL-OPERACION.
           CLOSE PERIODOS.

           MOVE "PD" TO JOURNAL-FICHERO.
           MOVE PER-PERIODO TO JOURNAL-CLAVE.
           MOVE PERIODO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE PER-PERIODO TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE ESTADO-ANTERIOR TO SUPJRN-ANTES.
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE PER-ESTADO TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "Periodo contable:".
           DISPLAY (11, 33) PER-PERIODO.
           PERFORM TEXTO-ESTADO THRU TEXTO-ESTADO-EXIT.
           DISPLAY (12, 15) "Nuevo estado:".
           DISPLAY (12, 33) ESTADO-TEXTO.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      * los diez meses anteriores al mes contable en curso, del mas
      * reciente al mas antiguo; un mes sin registro esta abierto
       MOSTRAR-PERIODOS.
           MOVE PERIODO-ACTUAL TO PERIODO-LISTA.
           MOVE 9 TO LINEA-LISTA.
           MOVE 1 TO HAY-PERIODOS.
           OPEN INPUT PERIODOS.
           IF FSPO = 35
               MOVE 0 TO HAY-PERIODOS
           ELSE
               IF FSPO NOT = 00
                   GO TO PSYS-ERR.

       MOSTRAR-PERIODOS-LOOP.
           ADD 1 TO LINEA-LISTA.
           IF LINEA-LISTA > 19
               GO TO MOSTRAR-PERIODOS-CERRAR.
           SUBTRACT 1 FROM PERIODO-LISTA.
           IF FUNCTION MOD(PERIODO-LISTA, 100) = 0
               SUBTRACT 88 FROM PERIODO-LISTA.
           MOVE PERIODO-LISTA TO PER-PERIODO.
           MOVE 0 TO PER-ESTADO.
           MOVE 0 TO PER-FECHA-CERRANDO.
           MOVE 0 TO PER-FECHA-CIERRE.
           IF HAY-PERIODOS = 1
               READ PERIODOS INVALID KEY
                   MOVE PERIODO-LISTA TO PER-PERIODO
                   MOVE 0 TO PER-ESTADO
                   MOVE 0 TO PER-FECHA-CERRANDO
                   MOVE 0 TO PER-FECHA-CIERRE
               END-READ.
           PERFORM TEXTO-ESTADO THRU TEXTO-ESTADO-EXIT.
           DISPLAY (LINEA-LISTA, 15) PERIODO-LISTA.
           DISPLAY (LINEA-LISTA, 24) ESTADO-TEXTO.
           IF PER-FECHA-CERRANDO NOT = 0
               DISPLAY (LINEA-LISTA, 36) PER-FECHA-CERRANDO.
           IF PER-FECHA-CIERRE NOT = 0
               DISPLAY (LINEA-LISTA, 47) PER-FECHA-CIERRE.
           GO TO MOSTRAR-PERIODOS-LOOP.

       MOSTRAR-PERIODOS-CERRAR.
           IF HAY-PERIODOS = 1
               CLOSE PERIODOS.
       MOSTRAR-PERIODOS-EXIT.
           EXIT.

       TEXTO-ESTADO.
           EVALUATE TRUE
               WHEN PERIODO-CERRANDO
                   MOVE "EN CIERRE" TO ESTADO-TEXTO
               WHEN PERIODO-CERRADO
                   MOVE "CERRADO" TO ESTADO-TEXTO
               WHEN OTHER
                   MOVE "ABIERTO" TO ESTADO-TEXTO
           END-EVALUATE.
       TEXTO-ESTADO-EXIT.
           EXIT.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PFIN-ENTER.

       PDATOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Los datos indicados no son validos"
               LINE 11 COLUMN 23
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PESTADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El periodo no admite ese cambio de estado"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE PERIODOS.

           MOVE "BANK78" TO ERROR-PROGRAMA.
           IF FSPO NOT = 00
               MOVE FSPO TO ERROR-FS
           ELSE
               MOVE FSCI TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COLUMN 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".

       PSYS-ERR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PSYS-ERR-ENTER.
