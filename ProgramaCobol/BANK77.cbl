       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK77.
      * cesion de entradas entre tarjetas desde el menu de entradas
      * de BANK7: el titular ofrece una entrada vigente, o parte de
      * sus plazas, a otra tarjeta del banco; la tarjeta destino la
      * acepta o rechaza desde su propio menu antes del plazo, que
      * se cierra HORAS-CESION antes del dia del espectaculo. Al
      * aceptar se emite una serie nueva a la tarjeta destino y la
      * original conserva las plazas restantes (o queda cedida y sin
      * acceso si se cedieron todas); la cadena de titulares queda
      * en cesionesent.ubd y en ENT-SERIE-ORIGEN
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CESIONES-SEL.cpy".
           COPY "ENTRADAS-SEL.cpy".
           COPY "EVENTOS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CESIONES-FD.cpy".
           COPY "ENTRADAS-FD.cpy".
           COPY "EVENTOS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSEI                      PIC   X(2) VALUE "00".
       77 FSEN                      PIC   X(2) VALUE "00".
       77 FSEV                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2) VALUE "00".
       77 FSCO                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "ENT-NUM-WS.cpy".

      * entradas propias u ofertas recibidas en pantalla; la tabla
      * de cesiones hechas se desplaza para quedarse con las diez
      * ultimas
       01 TABLA-ENTRADAS.
           05 ENT-EN-PANTALLA       PIC 9(35) OCCURS 10 TIMES.
       01 TABLA-CESIONES.
           05 CESION-EN-PANTALLA    PIC X(49) OCCURS 10 TIMES.
       01 TABLA-CESIONES-AUX        PIC X(441).
       77 NUM-EN-PANTALLA           PIC  9(2) VALUE 0.
       77 INDICE-PANTALLA           PIC  9(2) VALUE 0.
       77 LINEA-ACTUAL              PIC  9(2) VALUE 0.
       77 OPCION-USUARIO            PIC  9(1).
       77 SELECCION-USUARIO         PIC  9(2).
       77 CANTIDAD-USUARIO          PIC  9(3).
       77 DESTINO-USUARIO           PIC  9(16).
       77 DECISION-USUARIO          PIC  9(1).
       77 ESTADO-TEXTO              PIC X(10).

      * plazo de la cesion AAAAMMDDHHMM y momento actual con la
      * misma forma
       77 FECHA-HOY-YMD             PIC  9(8).
       77 FECHA-EVENTO-YMD          PIC  9(8).
       77 HORAS-LIMITE-CALC         PIC S9(9).
       77 DIAS-LIMITE-CALC          PIC S9(9).
       77 HORA-LIMITE-CALC          PIC  9(2).
       77 LIMITE-CESION             PIC  9(12).
       77 AHORA-CALC                PIC  9(12).

      * reparto del precio y de los puntos entre la entrada original
      * y la serie nueva, en proporcion a las plazas cedidas
       77 SERIE-ORIGINAL            PIC  9(35).
       77 CENT-PRECIO-TOTAL         PIC  9(9).
       77 CENT-PRECIO-CEDIDO        PIC  9(9).
       77 CENT-PUNTOS-TOTAL         PIC  9(9).
       77 CENT-PUNTOS-CEDIDO        PIC  9(9).
       77 PUNTOS-CEDIDOS            PIC  9(9).
       77 PRECIO-CEDIDO-ENT         PIC  9(5).
       77 PRECIO-CEDIDO-DEC         PIC  9(2).
       77 PUNTOS-CEDIDOS-ENT        PIC  9(5).
       77 PUNTOS-CEDIDOS-DEC        PIC  9(2).
       77 CENT-RESTO                PIC  9(9).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-OPCION.
           05 OPCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 50 PIC 9(1) USING OPCION-USUARIO.

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 50 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-CANTIDAD.
           05 CANTIDAD-ACCEPT BLANK ZERO AUTO
               LINE 12 COL 45 PIC 9(3) USING CANTIDAD-USUARIO.

       01 PANTALLA-DESTINO.
           05 DESTINO-ACCEPT BLANK ZERO
               LINE 14 COL 45 PIC 9(16) USING DESTINO-USUARIO.

       01 PANTALLA-DECISION.
           05 DECISION-ACCEPT BLANK ZERO AUTO
               LINE 21 COL 55 PIC 9(1) USING DECISION-USUARIO.

       PROCEDURE DIVISION USING TNUM-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-PARAM-CESION THRU LEER-PARAM-CESION-EXIT.

       PMENU-CESIONES.
           DISPLAY (6, 28) "Cesion de entradas".
           DISPLAY (10, 15) "1 - Ceder una entrada a otra tarjeta".
           DISPLAY (11, 15) "2 - Entradas que le ofrecen".
           DISPLAY (12, 15) "3 - Consultar mis cesiones".
           DISPLAY (24, 65) "ESC - Salir".

       PMENU-CESIONES-A1.
           INITIALIZE OPCION-USUARIO.
           DISPLAY (20, 15) "Opcion:".
           ACCEPT PANTALLA-OPCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PMENU-CESIONES-A1.
           IF OPCION-USUARIO = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PCEDER.
           IF OPCION-USUARIO = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PLISTAR-OFERTAS.
           IF OPCION-USUARIO = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PLISTAR-CEDIDAS.
           GO TO PMENU-CESIONES-A1.

      *----------------------------------------------------------*
      * oferta: entrada vigente de la tarjeta, plazas a ceder y
      * tarjeta destino, dentro del plazo del espectaculo
      *----------------------------------------------------------*
       PCEDER.
           MOVE 0 TO NUM-EN-PANTALLA.
           DISPLAY (6, 22) "Ceder una entrada a otra tarjeta".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 10) "Ref. espectaculo".
           DISPLAY (8, 30) "Fecha compra".
           DISPLAY (8, 46) "Plazas".
           OPEN INPUT F-ENTRADAS.
           IF FSEN = 35
               GO TO PCEDER-FIN.
           IF FSEN NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO ENT-TARJETA.
           START F-ENTRADAS KEY IS = ENT-TARJETA
               INVALID KEY GO TO PCEDER-CERRAR.

       PCEDER-LEER.
           READ F-ENTRADAS NEXT RECORD
               AT END GO TO PCEDER-CERRAR.
           IF ENT-TARJETA NOT = TNUM-P
               GO TO PCEDER-CERRAR.
           IF NOT ENTRADA-VIGENTE
               GO TO PCEDER-LEER.
           ADD 1 TO NUM-EN-PANTALLA.
           MOVE ENT-SERIE TO ENT-EN-PANTALLA (NUM-EN-PANTALLA).
           COMPUTE LINEA-ACTUAL = 8 + NUM-EN-PANTALLA.
           DISPLAY (LINEA-ACTUAL, 03) NUM-EN-PANTALLA.
           DISPLAY (LINEA-ACTUAL, 10) ENT-EVENTO.
           DISPLAY (LINEA-ACTUAL, 30) ENT-DIA.
           DISPLAY (LINEA-ACTUAL, 32) "-".
           DISPLAY (LINEA-ACTUAL, 33) ENT-MES.
           DISPLAY (LINEA-ACTUAL, 35) "-".
           DISPLAY (LINEA-ACTUAL, 36) ENT-ANO.
           DISPLAY (LINEA-ACTUAL, 46) ENT-CANTIDAD.
           IF NUM-EN-PANTALLA = 10
               GO TO PCEDER-CERRAR.
           GO TO PCEDER-LEER.

       PCEDER-CERRAR.
           CLOSE F-ENTRADAS.
       PCEDER-FIN.
           IF NUM-EN-PANTALLA = 0
               DISPLAY (11, 15) "No tiene entradas que ceder"
               DISPLAY (18, 33) "Enter - Aceptar"
               GO TO PFIN-ENTER.

       PCEDER-SELECCION.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (20, 15) "Num. de la entrada a ceder:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-REFRESCO
               ELSE
                   GO TO PCEDER-SELECCION.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-EN-PANTALLA
               GO TO PCEDER-SELECCION.

           OPEN INPUT F-ENTRADAS.
           IF FSEN NOT = 00
               GO TO PSYS-ERR.
           MOVE ENT-EN-PANTALLA (SELECCION-USUARIO) TO ENT-SERIE.
           READ F-ENTRADAS INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ENTRADAS.
           IF NOT ENTRADA-VIGENTE OR ENT-TARJETA NOT = TNUM-P
               GO TO PCEDER-REFRESCO.

      * plazo de cesion del espectaculo; un evento cancelado o que
      * ya no esta en el catalogo no admite cesiones
           OPEN INPUT EVENTOS.
           IF FSEV NOT = 00 AND FSEV NOT = 35
               GO TO PSYS-ERR.
           IF FSEV = 35
               MOVE "00" TO FSEV
               GO TO PSIN-PLAZO.
           MOVE ENT-EVENTO TO EVE-NUM.
           READ EVENTOS INVALID KEY
               CLOSE EVENTOS
               GO TO PSIN-PLAZO.
           CLOSE EVENTOS.
           IF EVENTO-CANCELADO
               GO TO PSIN-PLAZO.
           PERFORM CALCULAR-LIMITE-CESION
               THRU CALCULAR-LIMITE-CESION-EXIT.
           IF AHORA-CALC NOT < LIMITE-CESION
               GO TO PSIN-PLAZO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (6, 22) "Ceder una entrada a otra tarjeta".
           DISPLAY (8, 15) "Espectaculo:".
           DISPLAY (8, 30) ENT-EVENTO.
           DISPLAY (8, 40) EVE-NOMBRE.
           DISPLAY (10, 15) "Plazas de la entrada:".
           DISPLAY (10, 45) ENT-CANTIDAD.
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           MOVE 1 TO CANTIDAD-USUARIO.
           IF ENT-CANTIDAD = 1
               DISPLAY (12, 15) "Plazas a ceder:"
               DISPLAY (12, 45) CANTIDAD-USUARIO
               GO TO PCEDER-DESTINO.

       PCEDER-CANTIDAD.
           DISPLAY (12, 15) "Plazas a ceder:".
           ACCEPT PANTALLA-CANTIDAD ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-REFRESCO
               ELSE
                   GO TO PCEDER-CANTIDAD.
           IF CANTIDAD-USUARIO = 0 OR CANTIDAD-USUARIO > ENT-CANTIDAD
               GO TO PCEDER-CANTIDAD.

       PCEDER-DESTINO.
           INITIALIZE DESTINO-USUARIO.
           DISPLAY (14, 15) "Tarjeta que la recibe:".
           ACCEPT PANTALLA-DESTINO ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-REFRESCO
               ELSE
                   GO TO PCEDER-DESTINO.
           IF DESTINO-USUARIO = TNUM-P
               DISPLAY "No puede cederse a su propia tarjeta "
                   LINE 23 COLUMN 15
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               GO TO PCEDER-DESTINO.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE DESTINO-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PDESTINO-ERR.
           CLOSE TARJETAS.
           IF NOT TARJETA-ACTIVA
               GO TO PDESTINO-ERR.

           PERFORM ALTA-CESION THRU ALTA-CESION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "Entrada ofrecida a la tarjeta".
           DISPLAY (11, 45) "************".
           DISPLAY (11, 57) DESTINO-USUARIO (13:4).
           DISPLAY (13, 15) "Debe aceptarla antes del".
           DISPLAY (13, 40) CES-LIMITE (7:2).
           DISPLAY (13, 42) "-".
           DISPLAY (13, 43) CES-LIMITE (5:2).
           DISPLAY (13, 45) "-".
           DISPLAY (13, 46) CES-LIMITE (1:4).
           DISPLAY (13, 51) "a las".
           DISPLAY (13, 57) CES-LIMITE (9:2).
           DISPLAY (13, 59) ":".
           DISPLAY (13, 60) CES-LIMITE (11:2).
           DISPLAY (15, 15) "Hasta entonces sigue siendo suya".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PDESTINO-ERR.
           DISPLAY "La tarjeta indicada no puede recibirla "
               LINE 23 COLUMN 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO PCEDER-DESTINO.

       PSIN-PLAZO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El plazo de cesion de esta entrada ha terminado"
               LINE 11 COLUMN 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PCEDER-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PCEDER.

      *----------------------------------------------------------*
      * ofertas pendientes para esta tarjeta dentro de plazo; la
      * elegida se acepta o se rechaza
      *----------------------------------------------------------*
       PLISTAR-OFERTAS.
           MOVE 0 TO NUM-EN-PANTALLA.
           PERFORM CALCULAR-AHORA THRU CALCULAR-AHORA-EXIT.
           DISPLAY (6, 24) "Entradas que le ofrecen".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 10) "Ref. espectaculo".
           DISPLAY (8, 30) "Plazas".
           DISPLAY (8, 40) "De tarjeta".
           DISPLAY (8, 55) "Aceptar antes del".
           OPEN INPUT CESIONES.
           IF FSEI = 35
               GO TO PLISTAR-OFERTAS-FIN.
           IF FSEI NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO CES-TARJETA-DESTINO.
           START CESIONES KEY IS = CES-TARJETA-DESTINO
               INVALID KEY GO TO PLISTAR-OFERTAS-CERRAR.

       PLISTAR-OFERTAS-LEER.
           READ CESIONES NEXT RECORD
               AT END GO TO PLISTAR-OFERTAS-CERRAR.
           IF CES-TARJETA-DESTINO NOT = TNUM-P
               GO TO PLISTAR-OFERTAS-CERRAR.
           IF NOT CESION-OFRECIDA
               GO TO PLISTAR-OFERTAS-LEER.
           IF AHORA-CALC NOT < CES-LIMITE
               GO TO PLISTAR-OFERTAS-LEER.
           ADD 1 TO NUM-EN-PANTALLA.
           MOVE CES-CLAVE TO CESION-EN-PANTALLA (NUM-EN-PANTALLA).
           COMPUTE LINEA-ACTUAL = 8 + NUM-EN-PANTALLA.
           DISPLAY (LINEA-ACTUAL, 03) NUM-EN-PANTALLA.
           DISPLAY (LINEA-ACTUAL, 10) CES-EVENTO.
           DISPLAY (LINEA-ACTUAL, 30) CES-CANTIDAD.
           DISPLAY (LINEA-ACTUAL, 40) "****".
           DISPLAY (LINEA-ACTUAL, 44) CES-TARJETA-ORIGEN (13:4).
           DISPLAY (LINEA-ACTUAL, 55) CES-LIMITE (7:2).
           DISPLAY (LINEA-ACTUAL, 57) "-".
           DISPLAY (LINEA-ACTUAL, 58) CES-LIMITE (5:2).
           DISPLAY (LINEA-ACTUAL, 60) "-".
           DISPLAY (LINEA-ACTUAL, 61) CES-LIMITE (1:4).
           DISPLAY (LINEA-ACTUAL, 66) CES-LIMITE (9:2).
           DISPLAY (LINEA-ACTUAL, 68) ":".
           DISPLAY (LINEA-ACTUAL, 69) CES-LIMITE (11:2).
           IF NUM-EN-PANTALLA = 10
               GO TO PLISTAR-OFERTAS-CERRAR.
           GO TO PLISTAR-OFERTAS-LEER.

       PLISTAR-OFERTAS-CERRAR.
           CLOSE CESIONES.
       PLISTAR-OFERTAS-FIN.
           IF NUM-EN-PANTALLA = 0
               DISPLAY (11, 15) "No le han ofrecido ninguna entrada"
               DISPLAY (18, 33) "Enter - Aceptar"
               GO TO PFIN-ENTER.

       PELEGIR-OFERTA.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (20, 15) "Num. de la entrada ofrecida:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-REFRESCO
               ELSE
                   GO TO PELEGIR-OFERTA.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-EN-PANTALLA
               GO TO PELEGIR-OFERTA.

       PELEGIR-DECISION.
           INITIALIZE DECISION-USUARIO.
           DISPLAY (21, 15) "1 - Aceptar   2 - Rechazar:".
           ACCEPT PANTALLA-DECISION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO POFERTAS-REFRESCO
               ELSE
                   GO TO PELEGIR-DECISION.
           IF DECISION-USUARIO NOT = 1 AND DECISION-USUARIO NOT = 2
               GO TO PELEGIR-DECISION.

           OPEN I-O CESIONES.
           IF FSEI NOT = 00
               GO TO PSYS-ERR.
           MOVE CESION-EN-PANTALLA (SELECCION-USUARIO) TO CES-CLAVE.
           READ CESIONES INVALID KEY GO TO PSYS-ERR.
           IF NOT CESION-OFRECIDA
               CLOSE CESIONES
               GO TO POFERTAS-REFRESCO.
           IF DECISION-USUARIO = 2
               GO TO PRECHAZAR-OFERTA.
           PERFORM CALCULAR-AHORA THRU CALCULAR-AHORA-EXIT.
           IF AHORA-CALC NOT < CES-LIMITE
               GO TO POFERTA-CADUCADA.

           PERFORM TRASPASAR-ENTRADA THRU TRASPASAR-ENTRADA-EXIT.
           IF CESION-CADUCADA
               GO TO POFERTA-CADUCADA.
           MOVE 1 TO CES-ESTADO.
           MOVE FECHA-HOY-YMD TO CES-FECHA-RESOLUCION.
           MOVE NUEVO-ENT-NUM TO CES-SERIE-NUEVA.
           REWRITE CESION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CESIONES.
           PERFORM REGISTRAR-CESION THRU REGISTRAR-CESION-EXIT.

           MOVE CES-TARJETA-ORIGEN TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE "ENTRADA CEDIDA ACEPTADA" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (10, 15) "La entrada es ya de su tarjeta".
           DISPLAY (12, 15) "Plazas:".
           DISPLAY (12, 30) CES-CANTIDAD.
           DISPLAY (13, 15) "Serie de acceso:".
           DISPLAY (14, 15) NUEVO-ENT-NUM.
           DISPLAY (16, 15) "Presente esta serie en la puerta".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PRECHAZAR-OFERTA.
           MOVE 2 TO CES-ESTADO.
           MOVE FECHA-HOY-YMD TO CES-FECHA-RESOLUCION.
           REWRITE CESION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CESIONES.
           PERFORM REGISTRAR-CESION THRU REGISTRAR-CESION-EXIT.

           MOVE CES-TARJETA-ORIGEN TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE "ENTRADA CEDIDA RECHAZADA" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "Ha rechazado la entrada ofrecida".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      * fuera de plazo, o la entrada ya no esta disponible: la
      * oferta queda caducada
       POFERTA-CADUCADA.
           MOVE 3 TO CES-ESTADO.
           MOVE FECHA-HOY-YMD TO CES-FECHA-RESOLUCION.
           REWRITE CESION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CESIONES.
           PERFORM REGISTRAR-CESION THRU REGISTRAR-CESION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La entrada ofrecida ya no esta disponible"
               LINE 11 COLUMN 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       POFERTAS-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PLISTAR-OFERTAS.

      *----------------------------------------------------------*
      * consulta de las diez ultimas cesiones ofrecidas por la
      * tarjeta y su estado
      *----------------------------------------------------------*
       PLISTAR-CEDIDAS.
           MOVE 0 TO NUM-EN-PANTALLA.
           PERFORM CALCULAR-AHORA THRU CALCULAR-AHORA-EXIT.
           DISPLAY (6, 24) "Entradas que ha cedido".
           DISPLAY (8, 03) "Ref. espect.".
           DISPLAY (8, 16) "Plazas".
           DISPLAY (8, 24) "A tarjeta".
           DISPLAY (8, 37) "Ofrecida".
           DISPLAY (8, 50) "Estado".
           OPEN INPUT CESIONES.
           IF FSEI = 35
               GO TO PLISTAR-CEDIDAS-FIN.
           IF FSEI NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO CES-TARJETA-ORIGEN.
           START CESIONES KEY IS = CES-TARJETA-ORIGEN
               INVALID KEY GO TO PLISTAR-CEDIDAS-CERRAR.

       PLISTAR-CEDIDAS-LEER.
           READ CESIONES NEXT RECORD
               AT END GO TO PLISTAR-CEDIDAS-CERRAR.
           IF CES-TARJETA-ORIGEN NOT = TNUM-P
               GO TO PLISTAR-CEDIDAS-CERRAR.
           IF NUM-EN-PANTALLA = 10
               MOVE TABLA-CESIONES (50:441) TO TABLA-CESIONES-AUX
               MOVE TABLA-CESIONES-AUX TO TABLA-CESIONES (1:441)
           ELSE
               ADD 1 TO NUM-EN-PANTALLA.
           MOVE CES-CLAVE TO CESION-EN-PANTALLA (NUM-EN-PANTALLA).
           GO TO PLISTAR-CEDIDAS-LEER.

       PLISTAR-CEDIDAS-CERRAR.
           CLOSE CESIONES.
       PLISTAR-CEDIDAS-FIN.
           IF NUM-EN-PANTALLA = 0
               DISPLAY (10, 15) "No ha cedido ninguna entrada"
           ELSE
               MOVE 0 TO INDICE-PANTALLA
               PERFORM MOSTRAR-CEDIDA THRU MOSTRAR-CEDIDA-EXIT.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       MOSTRAR-CEDIDA.
           OPEN INPUT CESIONES.
           IF FSEI NOT = 00
               GO TO PSYS-ERR.

       MOSTRAR-CEDIDA-SIGUIENTE.
           ADD 1 TO INDICE-PANTALLA.
           IF INDICE-PANTALLA > NUM-EN-PANTALLA
               GO TO MOSTRAR-CEDIDA-CERRAR.
           MOVE CESION-EN-PANTALLA (INDICE-PANTALLA) TO CES-CLAVE.
           READ CESIONES INVALID KEY
               GO TO MOSTRAR-CEDIDA-SIGUIENTE.
           EVALUATE TRUE
               WHEN CESION-OFRECIDA AND AHORA-CALC NOT < CES-LIMITE
                   MOVE "Caducada" TO ESTADO-TEXTO
               WHEN CESION-OFRECIDA
                   MOVE "Pendiente" TO ESTADO-TEXTO
               WHEN CESION-ACEPTADA
                   MOVE "Aceptada" TO ESTADO-TEXTO
               WHEN CESION-RECHAZADA
                   MOVE "Rechazada" TO ESTADO-TEXTO
               WHEN OTHER
                   MOVE "Caducada" TO ESTADO-TEXTO
           END-EVALUATE.
           COMPUTE LINEA-ACTUAL = 8 + INDICE-PANTALLA.
           DISPLAY (LINEA-ACTUAL, 03) CES-EVENTO.
           DISPLAY (LINEA-ACTUAL, 16) CES-CANTIDAD.
           DISPLAY (LINEA-ACTUAL, 24) "****".
           DISPLAY (LINEA-ACTUAL, 28) CES-TARJETA-DESTINO (13:4).
           DISPLAY (LINEA-ACTUAL, 37) CES-MOMENTO (7:2).
           DISPLAY (LINEA-ACTUAL, 39) "-".
           DISPLAY (LINEA-ACTUAL, 40) CES-MOMENTO (5:2).
           DISPLAY (LINEA-ACTUAL, 42) "-".
           DISPLAY (LINEA-ACTUAL, 43) CES-MOMENTO (1:4).
           DISPLAY (LINEA-ACTUAL, 50) ESTADO-TEXTO.
           GO TO MOSTRAR-CEDIDA-SIGUIENTE.

       MOSTRAR-CEDIDA-CERRAR.
           CLOSE CESIONES.
       MOSTRAR-CEDIDA-EXIT.
           EXIT.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PMENU-REFRESCO
               ELSE
                   GO TO PFIN-ENTER.

       PMENU-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PMENU-CESIONES.

      *----------------------------------------------------------*
      * plazo de la cesion: HORAS-CESION antes del comienzo del dia
      * del espectaculo, que no tiene hora en el catalogo
      *----------------------------------------------------------*
       CALCULAR-LIMITE-CESION.
           COMPUTE FECHA-EVENTO-YMD =
               (EVE-ANO * 10000) + (EVE-MES * 100) + EVE-DIA.
           COMPUTE HORAS-LIMITE-CALC =
               (FUNCTION INTEGER-OF-DATE(FECHA-EVENTO-YMD) * 24)
               - HORAS-CESION.
           DIVIDE HORAS-LIMITE-CALC BY 24 GIVING DIAS-LIMITE-CALC
               REMAINDER HORA-LIMITE-CALC.
           COMPUTE LIMITE-CESION =
               (FUNCTION DATE-OF-INTEGER(DIAS-LIMITE-CALC) * 10000)
               + (HORA-LIMITE-CALC * 100).
           PERFORM CALCULAR-AHORA THRU CALCULAR-AHORA-EXIT.
       CALCULAR-LIMITE-CESION-EXIT.
           EXIT.

       CALCULAR-AHORA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE AHORA-CALC =
               (FECHA-HOY-YMD * 10000) + (HORAS * 100) + MINUTOS.
       CALCULAR-AHORA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * alta de la oferta; la entrada no cambia hasta que la
      * tarjeta destino la acepte
      *----------------------------------------------------------*
       ALTA-CESION.
           OPEN I-O CESIONES.
           IF FSEI = 35
               OPEN OUTPUT CESIONES
               CLOSE CESIONES
               OPEN I-O CESIONES
           END-IF.
           IF FSEI NOT = 00
               GO TO PSYS-ERR.
           MOVE ENT-SERIE TO CES-SERIE.
           COMPUTE CES-MOMENTO = (FECHA-HOY-YMD * 1000000)
               + (HORAS * 10000) + (MINUTOS * 100) + SEGUNDOS.
           MOVE ENT-EVENTO TO CES-EVENTO.
           MOVE TNUM-P TO CES-TARJETA-ORIGEN.
           MOVE DESTINO-USUARIO TO CES-TARJETA-DESTINO.
           MOVE CANTIDAD-USUARIO TO CES-CANTIDAD.
           MOVE LIMITE-CESION TO CES-LIMITE.
           MOVE 0 TO CES-ESTADO.
           MOVE 0 TO CES-FECHA-RESOLUCION.
           MOVE 0 TO CES-SERIE-NUEVA.
           WRITE CESION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CESIONES.

           MOVE "CE" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE CES-CLAVE TO JOURNAL-CLAVE.
           MOVE CESION-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE DESTINO-USUARIO TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE "LE OFRECEN UNA ENTRADA" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
       ALTA-CESION-EXIT.
           EXIT.

       REGISTRAR-CESION.
           MOVE "CE" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CES-CLAVE TO JOURNAL-CLAVE.
           MOVE CESION-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       REGISTRAR-CESION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * traspaso al aceptar: la entrada debe seguir vigente, a
      * nombre de quien la ofrecio y con las plazas ofrecidas. Se
      * emite una serie nueva a esta tarjeta y la original se queda
      * con el resto; si no, la oferta se marca caducada
      *----------------------------------------------------------*
       TRASPASAR-ENTRADA.
           OPEN I-O F-ENTRADAS.
           IF FSEN NOT = 00
               GO TO PSYS-ERR.
           MOVE CES-SERIE TO ENT-SERIE.
           READ F-ENTRADAS INVALID KEY
               CLOSE F-ENTRADAS
               MOVE 3 TO CES-ESTADO
               GO TO TRASPASAR-ENTRADA-EXIT.
           IF NOT ENTRADA-VIGENTE
                   OR ENT-TARJETA NOT = CES-TARJETA-ORIGEN
                   OR ENT-CANTIDAD < CES-CANTIDAD
               CLOSE F-ENTRADAS
               MOVE 3 TO CES-ESTADO
               GO TO TRASPASAR-ENTRADA-EXIT.

           COMPUTE CENT-PRECIO-TOTAL =
               (ENT-PRECIO-ENT * 100) + ENT-PRECIO-DEC.
           COMPUTE CENT-PRECIO-CEDIDO =
               CENT-PRECIO-TOTAL * CES-CANTIDAD / ENT-CANTIDAD.
           COMPUTE CENT-PUNTOS-TOTAL =
               (ENT-PUNTOS-ENT * 100) + ENT-PUNTOS-DEC.
           COMPUTE CENT-PUNTOS-CEDIDO =
               CENT-PUNTOS-TOTAL * CES-CANTIDAD / ENT-CANTIDAD.
           COMPUTE PUNTOS-CEDIDOS =
               ENT-PUNTOS * CES-CANTIDAD / ENT-CANTIDAD.
           DIVIDE CENT-PRECIO-CEDIDO BY 100 GIVING PRECIO-CEDIDO-ENT
               REMAINDER PRECIO-CEDIDO-DEC.
           DIVIDE CENT-PUNTOS-CEDIDO BY 100 GIVING PUNTOS-CEDIDOS-ENT
               REMAINDER PUNTOS-CEDIDOS-DEC.
           PERFORM SIGUIENTE-ENT-NUM THRU SIGUIENTE-ENT-NUM-EXIT.

      * la original se queda con las plazas, el precio y los puntos
      * restantes
           MOVE ENT-SERIE TO SERIE-ORIGINAL.
           SUBTRACT CES-CANTIDAD FROM ENT-CANTIDAD.
           COMPUTE CENT-RESTO = CENT-PRECIO-TOTAL - CENT-PRECIO-CEDIDO.
           DIVIDE CENT-RESTO BY 100 GIVING ENT-PRECIO-ENT
               REMAINDER ENT-PRECIO-DEC.
           COMPUTE CENT-RESTO = CENT-PUNTOS-TOTAL - CENT-PUNTOS-CEDIDO.
           DIVIDE CENT-RESTO BY 100 GIVING ENT-PUNTOS-ENT
               REMAINDER ENT-PUNTOS-DEC.
           SUBTRACT PUNTOS-CEDIDOS FROM ENT-PUNTOS.
           IF ENT-CANTIDAD = 0
               MOVE 3 TO ENT-ESTADO.
           REWRITE ENTRADA-REG INVALID KEY GO TO PSYS-ERR.

           MOVE "EN" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE ENT-SERIE TO JOURNAL-CLAVE.
           MOVE ENTRADA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

      * la serie nueva conserva el evento, la zona y la fecha de
      * compra de la original
           MOVE NUEVO-ENT-NUM TO ENT-SERIE.
           MOVE TNUM-P TO ENT-TARJETA.
           MOVE CES-CANTIDAD TO ENT-CANTIDAD.
           MOVE PRECIO-CEDIDO-ENT TO ENT-PRECIO-ENT.
           MOVE PRECIO-CEDIDO-DEC TO ENT-PRECIO-DEC.
           MOVE PUNTOS-CEDIDOS TO ENT-PUNTOS.
           MOVE PUNTOS-CEDIDOS-ENT TO ENT-PUNTOS-ENT.
           MOVE PUNTOS-CEDIDOS-DEC TO ENT-PUNTOS-DEC.
           MOVE 0 TO ENT-ESTADO.
           MOVE 0 TO ENT-FECHA-USO.
           MOVE SERIE-ORIGINAL TO ENT-SERIE-ORIGEN.
           WRITE ENTRADA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ENTRADAS.

           MOVE "EN" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE ENT-SERIE TO JOURNAL-CLAVE.
           MOVE ENTRADA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       TRASPASAR-ENTRADA-EXIT.
           EXIT.

           COPY "SIGUIENTE-ENT-NUM.cpy".
           COPY "LEER-PARAM-CESION.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE CESIONES.
           CLOSE F-ENTRADAS.
           CLOSE EVENTOS.
           CLOSE TARJETAS.

           MOVE "BANK77" TO ERROR-PROGRAMA.
           IF FSEI NOT = 00
               MOVE FSEI TO ERROR-FS
           ELSE
               IF FSEN NOT = 00
                   MOVE FSEN TO ERROR-FS
               ELSE
                   IF FSEV NOT = 00
                       MOVE FSEV TO ERROR-FS
                   ELSE
                       IF FST NOT = 00
                           MOVE FST TO ERROR-FS
                       ELSE
                           MOVE FSCO TO ERROR-FS.
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
