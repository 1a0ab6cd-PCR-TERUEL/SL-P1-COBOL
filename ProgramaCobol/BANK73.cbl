       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK73.
      * partidas en suspenso desde el modo supervisor de BANK1:
      * presenta los abonos que los procesos de entrada no pudieron
      * casar con una tarjeta y el supervisor los resuelve -- los
      * aplica a la tarjeta correcta, con un abono (tipo 35) y aviso
      * al cliente, o los devuelve al remitente, que queda en
      * suspensodev.rpt para la orden de devolucion. Ambas quedan en
      * el diario de supervisores
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SUSPENSO-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           SELECT SUSPENSO-DEV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSSD.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SUSPENSO-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

      * partidas devueltas al remitente, para la orden de devolucion
       FD SUSPENSO-DEV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensodev.rpt".
       01 SUSPENSO-DEV-REG.
           02 SDV-NUM                  PIC 9(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SDV-ORIGEN               PIC X(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SDV-REFERENCIA           PIC X(35).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SDV-REMITENTE            PIC 9(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SDV-IMPORTE-ENT          PIC 9(09).
           02 FILLER                   PIC X(01) VALUE ",".
           02 SDV-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SDV-DIVISA               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 SDV-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 SDV-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 SDV-DIA                  PIC 9(02).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSPS                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSSD                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".

       01 TABLA-SUSPENSO.
           05 PARTIDA-EN-PANTALLA   PIC 9(10) OCCURS 10 TIMES.
       77 NUM-SUS-PANT              PIC  9(2) VALUE 0.
       77 LINEA-SUS-ACTUAL          PIC  9(2) VALUE 0.
       77 SELECCION-USUARIO         PIC  9(2).
       77 DECISION-USUARIO          PIC  9(1).
       77 DESTINO-USUARIO           PIC  9(16).
       77 DIVISA-TARJETA-DEST       PIC  9(2).
       77 MOTIVO-DESTINO            PIC  9(1).

       77 CENT-APLICADO             PIC S9(11).
       77 CENT-SALDO                PIC S9(11).
       77 CENT-NUEVO-SALDO          PIC S9(11).
       77 NUEVO-SALDO-ENT           PIC S9(9).
       77 NUEVO-SALDO-DEC           PIC  9(2).

       77 FECHA-HOY-YMD             PIC  9(8).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 50 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-DECISION.
           05 DECISION-ACCEPT BLANK ZERO AUTO
               LINE 21 COL 55 PIC 9(1) USING DECISION-USUARIO.

       01 PANTALLA-DESTINO.
           05 DESTINO-ACCEPT
               LINE 22 COL 35 PIC 9(16) USING DESTINO-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

       PLISTAR-SUSPENSO.
           MOVE 0 TO NUM-SUS-PANT.
           DISPLAY (6, 24) "Partidas en suspenso pendientes".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 08) "Alta".
           DISPLAY (8, 20) "Origen".
           DISPLAY (8, 30) "Tarjeta".
           DISPLAY (8, 48) "Importe".
           DISPLAY (8, 62) "Div.".
           DISPLAY (8, 68) "Motivo".
           OPEN INPUT SUSPENSO.
           IF FSPS = 35
               GO TO PLISTAR-SUSPENSO-FIN.
           IF FSPS NOT = 00
               GO TO PSYS-ERR.

       PLISTAR-SUSPENSO-LEER.
           READ SUSPENSO NEXT RECORD
               AT END GO TO PLISTAR-SUSPENSO-CERRAR.
           IF NOT SUSPENSO-PENDIENTE
               GO TO PLISTAR-SUSPENSO-LEER.
           IF NUM-SUS-PANT = 10
               GO TO PLISTAR-SUSPENSO-CERRAR.
           ADD 1 TO NUM-SUS-PANT.
           MOVE SUS-NUM TO PARTIDA-EN-PANTALLA (NUM-SUS-PANT).
           COMPUTE LINEA-SUS-ACTUAL = 8 + NUM-SUS-PANT.
           DISPLAY (LINEA-SUS-ACTUAL, 03) NUM-SUS-PANT.
           DISPLAY (LINEA-SUS-ACTUAL, 08) SUS-FECHA-ALTA (7:2).
           DISPLAY (LINEA-SUS-ACTUAL, 10) "-".
           DISPLAY (LINEA-SUS-ACTUAL, 11) SUS-FECHA-ALTA (5:2).
           DISPLAY (LINEA-SUS-ACTUAL, 13) "-".
           DISPLAY (LINEA-SUS-ACTUAL, 14) SUS-FECHA-ALTA (1:4).
           DISPLAY (LINEA-SUS-ACTUAL, 20) SUS-ORIGEN.
           DISPLAY (LINEA-SUS-ACTUAL, 30) SUS-TARJETA.
           DISPLAY (LINEA-SUS-ACTUAL, 48) SUS-IMPORTE-ENT.
           DISPLAY (LINEA-SUS-ACTUAL, 57) ",".
           DISPLAY (LINEA-SUS-ACTUAL, 58) SUS-IMPORTE-DEC.
           DISPLAY (LINEA-SUS-ACTUAL, 62) SUS-DIVISA.
           DISPLAY (LINEA-SUS-ACTUAL, 68) SUS-MOTIVO.
           GO TO PLISTAR-SUSPENSO-LEER.

       PLISTAR-SUSPENSO-CERRAR.
           CLOSE SUSPENSO.
       PLISTAR-SUSPENSO-FIN.
           IF NUM-SUS-PANT = 0
               DISPLAY (10, 15) "No hay partidas en suspenso".

       PELEGIR-PARTIDA.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (20, 15) "Num. de la partida a resolver:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-PARTIDA.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-SUS-PANT
               GO TO PELEGIR-PARTIDA.

           OPEN INPUT SUSPENSO.
           IF FSPS NOT = 00
               GO TO PSYS-ERR.
           MOVE PARTIDA-EN-PANTALLA (SELECCION-USUARIO) TO SUS-NUM.
           READ SUSPENSO INVALID KEY GO TO PSYS-ERR.
           CLOSE SUSPENSO.
           IF NOT SUSPENSO-PENDIENTE
               GO TO PLISTAR-REFRESCO.

       PELEGIR-DECISION.
           INITIALIZE DECISION-USUARIO.
           DISPLAY (21, 15) "1 - Aplicar a tarjeta   2 - Devolver:".
           ACCEPT PANTALLA-DECISION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PLISTAR-REFRESCO
               ELSE
                   GO TO PELEGIR-DECISION.
           IF DECISION-USUARIO = 2
               GO TO PDEVOLVER-PARTIDA.
           IF DECISION-USUARIO NOT = 1
               GO TO PELEGIR-DECISION.

      * se propone la tarjeta a la que venia dirigida
           MOVE SUS-TARJETA TO DESTINO-USUARIO.
           DISPLAY (22, 15) "Tarjeta destino:".

       PELEGIR-DESTINO.
           ACCEPT PANTALLA-DESTINO ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PLISTAR-REFRESCO
               ELSE
                   GO TO PELEGIR-DESTINO.
           PERFORM VALIDAR-DESTINO THRU VALIDAR-DESTINO-EXIT.
           IF MOTIVO-DESTINO = 1
               DISPLAY "Tarjeta inexistente o no activa    "
                   LINE 23 COLUMN 15
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               GO TO PELEGIR-DESTINO.
           IF MOTIVO-DESTINO = 2
               DISPLAY "La tarjeta es de otra divisa       "
                   LINE 23 COLUMN 15
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               GO TO PELEGIR-DESTINO.

           OPEN I-O SUSPENSO.
           IF FSPS NOT = 00
               GO TO PSYS-ERR.
           MOVE PARTIDA-EN-PANTALLA (SELECCION-USUARIO) TO SUS-NUM.
           READ SUSPENSO INVALID KEY GO TO PSYS-ERR.
           IF NOT SUSPENSO-PENDIENTE
               CLOSE SUSPENSO
               GO TO PLISTAR-REFRESCO.
           PERFORM ABONAR-PARTIDA THRU ABONAR-PARTIDA-EXIT.
           MOVE 1 TO SUS-ESTADO.
           MOVE FECHA-HOY-YMD TO SUS-FECHA-RESOLUCION.
           MOVE SUP-TARJETA-P TO SUS-SUPERVISOR.
           MOVE DESTINO-USUARIO TO SUS-TARJETA-APLICADA.
           MOVE MOV-NUM TO SUS-MOV-APLICACION.
           REWRITE SUSPENSO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SUSPENSO.

           MOVE "SU" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE SUS-NUM TO JOURNAL-CLAVE.
           MOVE SUSPENSO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "APLICA SUSP" TO SUPJRN-ACCION.
           MOVE SUS-NUM TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE SUS-TARJETA TO SUPJRN-ANTES (1:16).
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE DESTINO-USUARIO TO SUPJRN-DESPUES (1:16).
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 16) "Partida aplicada y cliente avisado".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PDEVOLVER-PARTIDA.
           OPEN I-O SUSPENSO.
           IF FSPS NOT = 00
               GO TO PSYS-ERR.
           MOVE PARTIDA-EN-PANTALLA (SELECCION-USUARIO) TO SUS-NUM.
           READ SUSPENSO INVALID KEY GO TO PSYS-ERR.
           IF NOT SUSPENSO-PENDIENTE
               CLOSE SUSPENSO
               GO TO PLISTAR-REFRESCO.
           MOVE 2 TO SUS-ESTADO.
           MOVE FECHA-HOY-YMD TO SUS-FECHA-RESOLUCION.
           MOVE SUP-TARJETA-P TO SUS-SUPERVISOR.
           REWRITE SUSPENSO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SUSPENSO.

           MOVE "SU" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE SUS-NUM TO JOURNAL-CLAVE.
           MOVE SUSPENSO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           PERFORM REGISTRAR-DEVOLUCION THRU REGISTRAR-DEVOLUCION-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "DEVUELVE SUS" TO SUPJRN-ACCION.
           MOVE SUS-NUM TO SUPJRN-CLAVE.
           MOVE SUS-ORIGEN TO SUPJRN-ANTES.
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE SUS-REMITENTE TO SUPJRN-DESPUES (1:6).
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 16) "Partida devuelta al remitente".
           DISPLAY (12, 16) "Orden de devolucion en suspensodev.rpt".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PLISTAR-REFRESCO
               ELSE
                   GO TO PFIN-ENTER.

       PLISTAR-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PLISTAR-SUSPENSO.

      *----------------------------------------------------------*
      * la tarjeta destino debe existir, estar activa y ser de la
      * divisa de la partida: 1 no existe o no activa, 2 divisa
      *----------------------------------------------------------*
       VALIDAR-DESTINO.
           MOVE 0 TO MOTIVO-DESTINO.
           OPEN INPUT TARJETAS.
           IF FST = 35
               MOVE 1 TO MOTIVO-DESTINO
               GO TO VALIDAR-DESTINO-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE DESTINO-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 1 TO MOTIVO-DESTINO.
           IF MOTIVO-DESTINO = 0
               IF NOT TARJETA-ACTIVA
                   MOVE 1 TO MOTIVO-DESTINO.
           IF MOTIVO-DESTINO = 0
               IF TDIVISA = 0
                   MOVE 01 TO DIVISA-TARJETA-DEST
               ELSE
                   MOVE TDIVISA TO DIVISA-TARJETA-DEST.
           CLOSE TARJETAS.
           IF MOTIVO-DESTINO = 0
               IF SUS-DIVISA NOT = DIVISA-TARJETA-DEST
                   MOVE 2 TO MOTIVO-DESTINO.
       VALIDAR-DESTINO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * aplicacion: abono en la tarjeta destino contra la cuenta de
      * suspenso, con saldo en cache y aviso al cliente
      *----------------------------------------------------------*
       ABONAR-PARTIDA.
           COMPUTE CENT-APLICADO =
               (SUS-IMPORTE-ENT * 100) + SUS-IMPORTE-DEC.
           MOVE DESTINO-USUARIO TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO + CENT-APLICADO.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE DESTINO-USUARIO TO MOV-TARJETA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-APLICADO / 100.
           MOVE "ABONO PARTIDA EN SUSPENSO" TO MOV-CONCEPTO.
           MOVE 35 TO MOV-TIPO.
           MOVE SUS-DIVISA TO MOV-DIVISA.
           MOVE 1 TO MOV-TASA-CAMBIO.
           MOVE 0 TO MOV-ESTADO.
           MOVE FECHA-CONTABLE-YMD TO MOV-FECHA-CONTABLE.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE "MV" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE MOV-NUM TO JOURNAL-CLAVE.
           MOVE MOVIMIENTO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE DESTINO-USUARIO TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "ABONO PARTIDA EN SUSPENSO" TO NOTIF-CONCEPTO.
           MOVE SUS-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE SUS-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE DESTINO-USUARIO TO TARJETA-CALCULO.
           MOVE CENT-APLICADO TO CENT-DELTA-SALDO.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.
       ABONAR-PARTIDA-EXIT.
           EXIT.

       REGISTRAR-DEVOLUCION.
           OPEN EXTEND SUSPENSO-DEV.
           IF FSSD = 35
               OPEN OUTPUT SUSPENSO-DEV
           END-IF.
           IF FSSD NOT = 00
               GO TO REGISTRAR-DEVOLUCION-EXIT.
           MOVE SUS-NUM TO SDV-NUM.
           MOVE SUS-ORIGEN TO SDV-ORIGEN.
           MOVE SUS-REFERENCIA TO SDV-REFERENCIA.
           MOVE SUS-REMITENTE TO SDV-REMITENTE.
           MOVE SUS-IMPORTE-ENT TO SDV-IMPORTE-ENT.
           MOVE SUS-IMPORTE-DEC TO SDV-IMPORTE-DEC.
           MOVE SUS-DIVISA TO SDV-DIVISA.
           MOVE ANO TO SDV-ANO.
           MOVE MES TO SDV-MES.
           MOVE DIA TO SDV-DIA.
           WRITE SUSPENSO-DEV-REG.
           CLOSE SUSPENSO-DEV.
       REGISTRAR-DEVOLUCION-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE SUSPENSO.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.

           MOVE "BANK73" TO ERROR-PROGRAMA.
           IF FSPS NOT = 00
               MOVE FSPS TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   MOVE FSM TO ERROR-FS.
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
