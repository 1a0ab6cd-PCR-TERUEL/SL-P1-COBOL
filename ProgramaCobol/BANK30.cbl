      * de BANK1: desembolsa el principal en la tarjeta con un
      * movimiento propio, genera el cuadro de amortizacion (una
      * cuota mensual fija por registro) y deja el contrato en
      * prestamos.ubd; el cobro de cuotas lo hace el batch mensual.
      * A tipo variable el interes es el indice de referencia del
      * dia mas el diferencial pactado, y BATCH-REVISION lo revisa
      * cada 6 o 12 meses.
      * Al entrar muestra la cola de solicitudes hechas en el cajero
      * (BANK65) que BATCH-SOLPRESTAMOS dejo preaprobadas o derivadas
      * a estudio: el supervisor rechaza la solicitud o la concede
      * con importe y plazo ya rellenos, y la solicitud queda
      * enlazada al prestamo
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "BURORISK-SEL.cpy".
           COPY "INDICES-SEL.cpy".
           COPY "SOLPRESTAMOS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "BURORISK-FD.cpy".
           COPY "INDICES-FD.cpy".
           COPY "SOLPRESTAMOS-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSBU                      PIC   X(2).
       77 FSIX                      PIC   X(2) VALUE "00".
       77 FSSP                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "PRE-NUM-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "INDICE-WS.cpy".

       77 TARJETA-USUARIO           PIC  9(16).
       77 PRINCIPAL-ENT-USUARIO     PIC  9(7).
       77 TASA-DEC-USUARIO          PIC  9(2).
       77 MESES-USUARIO             PIC  9(3).
       77 TASA-PRESTAMO             PIC  9(2)V9(2).
      * 0 = fijo, 1 = variable (indice mas diferencial)
       77 TIPO-INTERES-USUARIO      PIC  9(1).
       77 INDICE-USUARIO            PIC  9(2).
       77 DIFERENCIAL-ENT-USUARIO   PIC  9(2).
       77 DIFERENCIAL-DEC-USUARIO   PIC  9(2).
       77 REVISION-USUARIO          PIC  9(2).
       77 DIFERENCIAL-PRESTAMO      PIC  9(2)V9(2).
       77 TASA-VARIABLE-CALC        PIC S9(3)V9(3).

       77 CENT-PRINCIPAL            PIC S9(11).
       77 CENT-TOTAL-DEVOLVER       PIC S9(11).
       77 MES-CUOTA                 PIC  9(2).
       77 FECHA-HOY-YMD             PIC  9(8).

      * cola de solicitudes del cajero y solicitud que se concede
       01 TABLA-SOLICITUDES.
           05 SOLICITUD-EN-PANTALLA PIC 9(35) OCCURS 10 TIMES.
       77 NUM-SPR-PANT              PIC  9(2) VALUE 0.
       77 LINEA-SPR-ACTUAL          PIC  9(2) VALUE 0.
       77 SELECCION-USUARIO         PIC  9(2).
       77 DECISION-USUARIO          PIC  9(1).
       77 SOLICITUD-ELEGIDA         PIC  9(35) VALUE 0.
       77 SOLICITUD-TARJETA         PIC  9(16) VALUE 0.
       77 SOLICITUD-IMPORTE         PIC  9(7) VALUE 0.
       77 SOLICITUD-MESES           PIC  9(3) VALUE 0.

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).
               LINE 12 COL 48 PIC 9(2) USING TASA-DEC-USUARIO.
           05 MESES-ACCEPT BLANK ZERO AUTO
               LINE 13 COL 45 PIC 9(3) USING MESES-USUARIO.
           05 TIPO-INTERES-ACCEPT BLANK ZERO AUTO
               LINE 14 COL 45 PIC 9(1) USING TIPO-INTERES-USUARIO.
           05 INDICE-ACCEPT BLANK ZERO AUTO
               LINE 15 COL 45 PIC 9(2) USING INDICE-USUARIO.
           05 DIFERENCIAL-ENT-ACCEPT BLANK ZERO AUTO
               LINE 16 COL 45 PIC 9(2) USING DIFERENCIAL-ENT-USUARIO.
           05 DIFERENCIAL-DEC-ACCEPT BLANK ZERO AUTO
               LINE 16 COL 48 PIC 9(2) USING DIFERENCIAL-DEC-USUARIO.
           05 REVISION-ACCEPT BLANK ZERO AUTO
               LINE 17 COL 45 PIC 9(2) USING REVISION-USUARIO.

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 60 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-DECISION.
           05 DECISION-ACCEPT BLANK ZERO AUTO
               LINE 21 COL 60 PIC 9(1) USING DECISION-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           PERFORM LEER-TERMINAL THRU LEER-TERMINAL-EXIT.

      *----------------------------------------------------------*
      * cola de solicitudes del cajero ya puntuadas; sin ninguna
      * se pasa directamente a la concesion
      *----------------------------------------------------------*
       PCOLA-SOLICITUDES.
           MOVE 0 TO NUM-SPR-PANT.
           OPEN INPUT SOLPRESTAMOS.
           IF FSSP = 35
               MOVE "00" TO FSSP
               GO TO PCONCEDER.
           IF FSSP NOT = 00
               GO TO PSYS-ERR.
           DISPLAY (6, 20) "Solicitudes de prestamo en cola".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 08) "Tarjeta".
           DISPLAY (8, 26) "Importe".
           DISPLAY (8, 34) "Meses".
           DISPLAY (8, 41) "Situacion".
           DISPLAY (8, 68) "Endeud.".

       PCOLA-SOLICITUDES-LEER.
           READ SOLPRESTAMOS NEXT RECORD
               AT END GO TO PCOLA-SOLICITUDES-FIN.
           IF NOT SOLPRE-PREAPROBADA AND NOT SOLPRE-DERIVADA
               GO TO PCOLA-SOLICITUDES-LEER.
           ADD 1 TO NUM-SPR-PANT.
           MOVE SPR-NUM TO SOLICITUD-EN-PANTALLA (NUM-SPR-PANT).
           COMPUTE LINEA-SPR-ACTUAL = 8 + NUM-SPR-PANT.
           DISPLAY (LINEA-SPR-ACTUAL, 03) NUM-SPR-PANT.
           DISPLAY (LINEA-SPR-ACTUAL, 08) SPR-TARJETA.
           DISPLAY (LINEA-SPR-ACTUAL, 26) SPR-IMPORTE.
           DISPLAY (LINEA-SPR-ACTUAL, 35) SPR-MESES.
           IF SOLPRE-PREAPROBADA
               DISPLAY (LINEA-SPR-ACTUAL, 41) "PREAPROBADA"
           ELSE
               DISPLAY (LINEA-SPR-ACTUAL, 41) SPR-MOTIVO.
           DISPLAY (LINEA-SPR-ACTUAL, 69) SPR-PCT-ENDEUDAMIENTO.
           DISPLAY (LINEA-SPR-ACTUAL, 72) "%".
           IF NUM-SPR-PANT = 10
               GO TO PCOLA-SOLICITUDES-FIN.
           GO TO PCOLA-SOLICITUDES-LEER.

       PCOLA-SOLICITUDES-FIN.
           CLOSE SOLPRESTAMOS.
           IF NUM-SPR-PANT = 0
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PCONCEDER.

       PELEGIR-SOLICITUD.
           INITIALIZE SELECCION-USUARIO.
           INITIALIZE DECISION-USUARIO.
           DISPLAY (20, 15) "Solicitud a tratar (0 concesion directa):".
           DISPLAY (21, 15) "1 - Conceder   2 - Rechazar:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-SOLICITUD.
           IF SELECCION-USUARIO = 0
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PCONCEDER.
           IF SELECCION-USUARIO > NUM-SPR-PANT
               GO TO PELEGIR-SOLICITUD.
           ACCEPT PANTALLA-DECISION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-SOLICITUD.
           IF DECISION-USUARIO NOT = 1 AND DECISION-USUARIO NOT = 2
               GO TO PELEGIR-SOLICITUD.

           OPEN I-O SOLPRESTAMOS.
           IF FSSP NOT = 00
               GO TO PSYS-ERR.
           MOVE SOLICITUD-EN-PANTALLA (SELECCION-USUARIO) TO SPR-NUM.
           READ SOLPRESTAMOS INVALID KEY GO TO PSYS-ERR.
           IF NOT SOLPRE-PREAPROBADA AND NOT SOLPRE-DERIVADA
               CLOSE SOLPRESTAMOS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PCOLA-SOLICITUDES.

           MOVE SPR-TARJETA TO SOLICITUD-TARJETA.
           MOVE SPR-IMPORTE TO SOLICITUD-IMPORTE.
           MOVE SPR-MESES TO SOLICITUD-MESES.
           IF DECISION-USUARIO = 2
               MOVE 5 TO SPR-ESTADO
               PERFORM RESOLVER-SOLICITUD THRU RESOLVER-SOLICITUD-EXIT
               MOVE SOLICITUD-TARJETA TO NOTIF-TARJETA
               MOVE "AVISO" TO NOTIF-TIPO
               MOVE "SOLICITUD PRESTAMO DENEGADA" TO NOTIF-CONCEPTO
               MOVE SOLICITUD-IMPORTE TO NOTIF-IMPORTE-ENT
               MOVE 0 TO NOTIF-IMPORTE-DEC
               PERFORM ENCOLAR-NOTIFICACION
                   THRU ENCOLAR-NOTIFICACION-EXIT
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY (11, 18) "La solicitud ha sido rechazada"
               DISPLAY (18, 33) "Enter - Aceptar"
               GO TO PFIN-ENTER.

      * concesion: importe y plazo pedidos por el titular, que el
      * supervisor puede rebajar; la tarjeta no se puede cambiar
           MOVE SPR-NUM TO SOLICITUD-ELEGIDA.
           CLOSE SOLPRESTAMOS.
           PERFORM PCONCEDER-INICIAR.
           MOVE SOLICITUD-TARJETA TO TARJETA-USUARIO.
           MOVE SOLICITUD-IMPORTE TO PRINCIPAL-ENT-USUARIO.
           MOVE SOLICITUD-MESES TO MESES-USUARIO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PCONCEDER-DATOS.

       PCONCEDER.
           MOVE 0 TO SOLICITUD-ELEGIDA.
           PERFORM PCONCEDER-INICIAR.
           GO TO PCONCEDER-DATOS.

       PCONCEDER-INICIAR.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE PRINCIPAL-ENT-USUARIO.
           INITIALIZE PRINCIPAL-DEC-USUARIO.
           INITIALIZE TASA-ENT-USUARIO.
           INITIALIZE TASA-DEC-USUARIO.
           INITIALIZE MESES-USUARIO.
           INITIALIZE TIPO-INTERES-USUARIO.
           INITIALIZE INDICE-USUARIO.
           INITIALIZE DIFERENCIAL-ENT-USUARIO.
           INITIALIZE DIFERENCIAL-DEC-USUARIO.
           INITIALIZE REVISION-USUARIO.

       PCONCEDER-DATOS.
           DISPLAY (8, 22) "Concesion de prestamo".
           DISPLAY (10, 15) "Tarjeta del titular:".
           DISPLAY (11, 15) "Principal:".
           DISPLAY (11, 52) ",".
           DISPLAY (12, 15) "Interes anual (ent, dec):".
           DISPLAY (13, 15) "Plazo en meses:".
           DISPLAY (14, 15) "Tipo (0 fijo, 1 variable):".
           DISPLAY (15, 15) "Indice de referencia:".
           DISPLAY (16, 15) "Diferencial (ent, dec):".
           DISPLAY (17, 15) "Revision en meses (6/12):".
           DISPLAY (19, 15) "A tipo variable el interes anual lo".
           DISPLAY (20, 15) "fija el indice del dia mas el diferencial".
           IF SOLICITUD-ELEGIDA NOT = 0
               DISPLAY (21, 15) "Solicitud del cajero: importe y"
               DISPLAY (22, 15) "plazo hasta lo pedido por el titular".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-PRESTAMO ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PCONCEDER-DATOS.

           COMPUTE CENT-PRINCIPAL =
               (PRINCIPAL-ENT-USUARIO * 100) + PRINCIPAL-DEC-USUARIO.
           IF CENT-PRINCIPAL = 0 OR MESES-USUARIO = 0
               GO TO PDATOS-ERR.
           IF SOLICITUD-ELEGIDA NOT = 0
               IF TARJETA-USUARIO NOT = SOLICITUD-TARJETA
                       OR CENT-PRINCIPAL > SOLICITUD-IMPORTE * 100
                       OR MESES-USUARIO > SOLICITUD-MESES
                   GO TO PDATOS-ERR.
           COMPUTE TASA-PRESTAMO =
               TASA-ENT-USUARIO + (TASA-DEC-USUARIO / 100).
           IF TIPO-INTERES-USUARIO > 1
               GO TO PDATOS-ERR.
           IF TIPO-INTERES-USUARIO = 1
               PERFORM FIJAR-TASA-VARIABLE
                   THRU FIJAR-TASA-VARIABLE-EXIT.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
           IF NOT TARJETA-ACTIVA
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
      * las tarjetas regalo prepagadas, las de credito y las de
      * menor no acceden a prestamos
           IF PRODUCTO-PREPAGO OR PRODUCTO-CREDITO OR PRODUCTO-MENOR
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
           MOVE TTITULAR TO TITULAR-SOLICITANTE.
           MOVE 0 TO PRE-CUOTAS-PAGADAS.
           MOVE 0 TO PRE-IMPAGOS.
           MOVE 0 TO PRE-ESTADO.
           MOVE TIPO-INTERES-USUARIO TO PRE-TIPO-INTERES.
           MOVE 0 TO PRE-FECHA-ULT-REVISION.
           IF PRESTAMO-VARIABLE
               MOVE INDICE-USUARIO TO PRE-INDICE
               MOVE DIFERENCIAL-PRESTAMO TO PRE-DIFERENCIAL
               MOVE REVISION-USUARIO TO PRE-MESES-REVISION
               MOVE FECHA-HOY-YMD TO REVISION-FECHA-BASE
               MOVE REVISION-USUARIO TO REVISION-MESES
               PERFORM CALCULAR-FECHA-REVISION
                   THRU CALCULAR-FECHA-REVISION-EXIT
               MOVE REVISION-FECHA TO PRE-FECHA-REVISION
           ELSE
               MOVE 0 TO PRE-INDICE
               MOVE 0 TO PRE-DIFERENCIAL
               MOVE 0 TO PRE-MESES-REVISION
               MOVE 0 TO PRE-FECHA-REVISION.
           WRITE PRESTAMO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE PRESTAMOS.

           PERFORM GENERAR-CUADRO THRU GENERAR-CUADRO-EXIT.
           PERFORM DESEMBOLSAR THRU DESEMBOLSAR-EXIT.
           IF SOLICITUD-ELEGIDA NOT = 0
               PERFORM ENLAZAR-SOLICITUD THRU ENLAZAR-SOLICITUD-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 22) "Concesion de prestamo".
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

       DESEMBOLSAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * resolucion de una solicitud del cajero ya leida en I-O
      *----------------------------------------------------------*
       RESOLVER-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           MOVE SUP-TARJETA-P TO SPR-SUPERVISOR.
           MOVE FECHA-HOY-YMD TO SPR-FECHA-RESOLUCION.
           REWRITE SOLPRESTAMO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "SP" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE SPR-NUM TO JOURNAL-CLAVE.
           MOVE SOLPRESTAMO-REG TO JOURNAL-IMAGEN.
           CLOSE SOLPRESTAMOS.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       RESOLVER-SOLICITUD-EXIT.
           EXIT.

      * la solicitud concedida queda con el numero de prestamo
       ENLAZAR-SOLICITUD.
           OPEN I-O SOLPRESTAMOS.
           IF FSSP NOT = 00
               GO TO PSYS-ERR.
           MOVE SOLICITUD-ELEGIDA TO SPR-NUM.
           READ SOLPRESTAMOS INVALID KEY GO TO PSYS-ERR.
           MOVE 4 TO SPR-ESTADO.
           MOVE NUEVO-PRE-NUM TO SPR-PRESTAMO.
           PERFORM RESOLVER-SOLICITUD THRU RESOLVER-SOLICITUD-EXIT.
       ENLAZAR-SOLICITUD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tipo variable: indice cargado hoy mas diferencial, nunca
      * por debajo de cero; la revision solo puede ser semestral o
      * anual
      *----------------------------------------------------------*
       FIJAR-TASA-VARIABLE.
           IF REVISION-USUARIO NOT = 6 AND REVISION-USUARIO NOT = 12
               GO TO PDATOS-ERR.
           MOVE INDICE-USUARIO TO INDICE-BUSCADO.
           PERFORM LEER-INDICE THRU LEER-INDICE-EXIT.
           IF HAY-INDICE = 0
               GO TO PINDICE-ERR.
           COMPUTE DIFERENCIAL-PRESTAMO = DIFERENCIAL-ENT-USUARIO
               + (DIFERENCIAL-DEC-USUARIO / 100).
           COMPUTE TASA-VARIABLE-CALC =
               TASA-INDICE + DIFERENCIAL-PRESTAMO.
           IF TASA-VARIABLE-CALC < 0
               MOVE 0 TO TASA-VARIABLE-CALC.
           COMPUTE TASA-PRESTAMO ROUNDED = TASA-VARIABLE-CALC.
       FIJAR-TASA-VARIABLE-EXIT.
           EXIT.

       PINDICE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El indice de referencia no esta cargado"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * cribado de riesgo previo al desembolso
      *----------------------------------------------------------*
           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "SIGUIENTE-PRE-NUM.cpy".
           COPY "LEER-INDICE.cpy".
           COPY "CALCULAR-FECHA-REVISION.cpy".
           COPY "LEER-TERMINAL.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           CLOSE F-MOVIMIENTOS.
           CLOSE CLIENTES.
           CLOSE BURORISK.
           CLOSE INDICES.
           CLOSE SOLPRESTAMOS.

           MOVE "BANK30" TO ERROR-PROGRAMA.
           IF FSPR NOT = 00
               IF FSCQ NOT = 00
                   MOVE FSCQ TO ERROR-FS
               ELSE
                   IF FSIX NOT = 00
                       MOVE FSIX TO ERROR-FS
                   ELSE
                       IF FSSP NOT = 00
                           MOVE FSSP TO ERROR-FS
                       ELSE
                           MOVE FST TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
