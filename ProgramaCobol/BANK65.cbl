       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK65.
      * solicitud de prestamo, desde el menu de otros servicios: el
      * titular indica importe y plazo y la solicitud queda en
      * solprestamos.ubd pendiente de puntuar; BATCH-SOLPRESTAMOS la
      * evalua por la noche (nomina, cuotas vivas, mora y buro) y le
      * avisa del resultado. Solo se admite una solicitud en curso
      * por tarjeta
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SOLPRESTAMOS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SOLPRESTAMOS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSSP                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2) VALUE "00".
       77 FSP                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "SPR-NUM-WS.cpy".

       77 IMPORTE-USUARIO           PIC  9(7).
       77 MESES-USUARIO             PIC  9(3).
      * plazos admitidos en una solicitud desde el cajero
       77 MIN-MESES-SOLICITUD       PIC  9(3) VALUE 6.
       77 MAX-MESES-SOLICITUD       PIC  9(3) VALUE 96.
       77 FECHA-HOY-YMD             PIC  9(8).
      * solicitud en curso (pendiente, preaprobada o en estudio)
       77 HAY-SOLICITUD-VIVA        PIC  9(1).
       77 VIVA-IMPORTE              PIC  9(7).
       77 VIVA-MESES                PIC  9(3).
       77 VIVA-FECHA                PIC  9(8).
       77 VIVA-ESTADO               PIC  9(1).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-SOLICITUD.
           05 IMPORTE-ACCEPT BLANK ZERO AUTO
               LINE 12 COL 45 PIC 9(7) USING IMPORTE-USUARIO.
           05 MESES-ACCEPT BLANK ZERO AUTO
               LINE 13 COL 45 PIC 9(3) USING MESES-USUARIO.

       PROCEDURE DIVISION USING TNUM-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

      * como en la concesion de BANK30, las tarjetas regalo
      * prepagadas, las de credito y las de menor no acceden a
      * prestamos
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PSYS-ERR.
           IF PRODUCTO-PREPAGO OR PRODUCTO-CREDITO OR PRODUCTO-MENOR
               CLOSE TARJETAS
               GO TO PPRODUCTO-ERR.
           CLOSE TARJETAS.

           PERFORM BUSCAR-SOLICITUD-VIVA
               THRU BUSCAR-SOLICITUD-VIVA-EXIT.
           IF HAY-SOLICITUD-VIVA = 1
               GO TO PSOLICITUD-VIVA.

           PERFORM LEER-PARAM-SOLICITUD
               THRU LEER-PARAM-SOLICITUD-EXIT.
           INITIALIZE IMPORTE-USUARIO.
           INITIALIZE MESES-USUARIO.

       PSOLICITUD.
           DISPLAY (8, 25) "Solicitud de prestamo".
           DISPLAY (10, 15) "Importe maximo:".
           DISPLAY (10, 45) MAX-SOLICITUD-PRESTAMO.
           DISPLAY (10, 53) "EUR".
           DISPLAY (12, 15) "Importe solicitado (entero):".
           DISPLAY (13, 15) "Plazo en meses:".
           DISPLAY (13, 50) "(de".
           DISPLAY (13, 54) MIN-MESES-SOLICITUD.
           DISPLAY (13, 58) "a".
           DISPLAY (13, 60) MAX-MESES-SOLICITUD.
           DISPLAY (13, 63) ")".
           DISPLAY (15, 15) "La solicitud se estudia esta noche y".
           DISPLAY (16, 15) "recibira la respuesta en sus avisos".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SOLICITUD ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PSOLICITUD.

           IF IMPORTE-USUARIO = 0
                   OR IMPORTE-USUARIO > MAX-SOLICITUD-PRESTAMO
               GO TO PDATOS-ERR.
           IF MESES-USUARIO < MIN-MESES-SOLICITUD
                   OR MESES-USUARIO > MAX-MESES-SOLICITUD
               GO TO PDATOS-ERR.

       PCONFIRMAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 25) "Solicitud de prestamo".
           DISPLAY (11, 15) "Importe solicitado:".
           DISPLAY (11, 45) IMPORTE-USUARIO.
           DISPLAY (11, 53) "EUR".
           DISPLAY (12, 15) "Plazo en meses:".
           DISPLAY (12, 45) MESES-USUARIO.
           DISPLAY (14, 15) "Confirme para registrar la solicitud".
           DISPLAY (24, 01) "Enter - Confirmar".
           DISPLAY (24, 65) "ESC - Salir".

       PCONFIRMAR-A1.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   IF ENTER-PRESSED
                       GO TO PGRABAR
                   ELSE
                       GO TO PCONFIRMAR-A1.
           GO TO PCONFIRMAR-A1.

       PGRABAR.
           PERFORM SIGUIENTE-SPR-NUM THRU SIGUIENTE-SPR-NUM-EXIT.
           OPEN I-O SOLPRESTAMOS.
           IF FSSP = 35
               OPEN OUTPUT SOLPRESTAMOS
           END-IF.
           IF FSSP NOT = 00
               GO TO PSYS-ERR.
           INITIALIZE SOLPRESTAMO-REG.
           MOVE NUEVO-SPR-NUM TO SPR-NUM.
           MOVE TNUM-P TO SPR-TARJETA.
           MOVE IMPORTE-USUARIO TO SPR-IMPORTE.
           MOVE MESES-USUARIO TO SPR-MESES.
           MOVE FECHA-HOY-YMD TO SPR-FECHA-ALTA.
           MOVE 0 TO SPR-ESTADO.
           MOVE SPACES TO SPR-MOTIVO.
           WRITE SOLPRESTAMO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SOLPRESTAMOS.

           MOVE "SP" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE SPR-NUM TO JOURNAL-CLAVE.
           MOVE SOLPRESTAMO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "SOLICITUD PRESTAMO RECIBIDA" TO NOTIF-CONCEPTO.
           MOVE IMPORTE-USUARIO TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "Su solicitud de prestamo queda".
           DISPLAY (12, 15) "registrada; recibira la respuesta".
           DISPLAY (13, 15) "en sus avisos a partir de manana".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PFIN-ENTER.

      * ultima solicitud de la tarjeta que sigue en curso: pendiente
      * de puntuar o en la cola del supervisor
       BUSCAR-SOLICITUD-VIVA.
           MOVE 0 TO HAY-SOLICITUD-VIVA.
           OPEN INPUT SOLPRESTAMOS.
           IF FSSP = 35
               MOVE "00" TO FSSP
               GO TO BUSCAR-SOLICITUD-VIVA-EXIT.
           IF FSSP NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO SPR-TARJETA.
           START SOLPRESTAMOS KEY IS = SPR-TARJETA
               INVALID KEY GO TO BUSCAR-SOLICITUD-VIVA-CERRAR.

       BUSCAR-SOLICITUD-VIVA-LEER.
           READ SOLPRESTAMOS NEXT RECORD
               AT END GO TO BUSCAR-SOLICITUD-VIVA-CERRAR.
           IF SPR-TARJETA NOT = TNUM-P
               GO TO BUSCAR-SOLICITUD-VIVA-CERRAR.
           IF NOT SOLPRE-PENDIENTE AND NOT SOLPRE-PREAPROBADA
                   AND NOT SOLPRE-DERIVADA
               GO TO BUSCAR-SOLICITUD-VIVA-LEER.
           MOVE 1 TO HAY-SOLICITUD-VIVA.
           MOVE SPR-IMPORTE TO VIVA-IMPORTE.
           MOVE SPR-MESES TO VIVA-MESES.
           MOVE SPR-FECHA-ALTA TO VIVA-FECHA.
           MOVE SPR-ESTADO TO VIVA-ESTADO.
           GO TO BUSCAR-SOLICITUD-VIVA-LEER.

       BUSCAR-SOLICITUD-VIVA-CERRAR.
           CLOSE SOLPRESTAMOS.
       BUSCAR-SOLICITUD-VIVA-EXIT.
           EXIT.

       PSOLICITUD-VIVA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 25) "Solicitud de prestamo".
           DISPLAY (10, 15) "Ya tiene una solicitud en curso".
           DISPLAY (12, 15) "Fecha:".
           DISPLAY (12, 35) VIVA-FECHA (7:2).
           DISPLAY (12, 37) "-".
           DISPLAY (12, 38) VIVA-FECHA (5:2).
           DISPLAY (12, 40) "-".
           DISPLAY (12, 41) VIVA-FECHA (1:4).
           DISPLAY (13, 15) "Importe:".
           DISPLAY (13, 35) VIVA-IMPORTE.
           DISPLAY (13, 43) "EUR".
           DISPLAY (14, 15) "Plazo en meses:".
           DISPLAY (14, 35) VIVA-MESES.
           DISPLAY (15, 15) "Situacion:".
           IF VIVA-ESTADO = 0
               DISPLAY (15, 35) "Pendiente de estudio".
           IF VIVA-ESTADO = 1
               DISPLAY (15, 35) "Preaprobada, pendiente de abono".
           IF VIVA-ESTADO = 2
               DISPLAY (15, 35) "En estudio por la oficina".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PPRODUCTO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Su tarjeta no admite solicitudes de"
               LINE 11 COLUMN 22
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "prestamo" LINE 12 COLUMN 35
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PDATOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El importe o el plazo no son validos"
               LINE 11 COLUMN 22
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

           COPY "SIGUIENTE-SPR-NUM.cpy".
           COPY "LEER-PARAM-SOLICITUD.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE SOLPRESTAMOS.
           CLOSE TARJETAS.
           CLOSE PARAMETROS.

           MOVE "BANK65" TO ERROR-PROGRAMA.
           IF FSSP NOT = 00
               MOVE FSSP TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   MOVE FSP TO ERROR-FS.
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
