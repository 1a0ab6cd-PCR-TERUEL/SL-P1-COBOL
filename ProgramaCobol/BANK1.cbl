           COPY "RENOV-SEL.cpy".

           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".

           COPY "SUPJRN-SEL.cpy".

           COPY "CAJEROS-SEL.cpy".

           COPY "INCIDENCIAS-SEL.cpy".
           COPY "ESTADOS-CAJERO-SEL.cpy".

           COPY "BILLETESFX-SEL.cpy".

           COPY "REPOSICIONESFX-SEL.cpy".
           COPY "DIVISAS-SEL.cpy".

           COPY "TURNOS-SEL.cpy".

           COPY "RUNCTL-SEL.cpy".

           COPY "PROMOCIONES-SEL.cpy".

           COPY "RESPUESTAS-PROMO-SEL.cpy".

           COPY "RETIRADA-RAPIDA-SEL.cpy".

           COPY "BINES-SEL.cpy".

           SELECT TURNOS-RPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTR.
           COPY "RENOV-FD.cpy".

           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".

           COPY "SUPJRN-FD.cpy".

           COPY "CAJEROS-FD.cpy".

           COPY "INCIDENCIAS-FD.cpy".
           COPY "ESTADOS-CAJERO-FD.cpy".

           COPY "BILLETESFX-FD.cpy".

           COPY "REPOSICIONESFX-FD.cpy".
           COPY "DIVISAS-FD.cpy".

           COPY "TURNOS-FD.cpy".

           COPY "RUNCTL-FD.cpy".

           COPY "PROMOCIONES-FD.cpy".

           COPY "RESPUESTAS-PROMO-FD.cpy".

           COPY "RETIRADA-RAPIDA-FD.cpy".
           COPY "BINES-FD.cpy".

      * resumen impreso de cada turno cerrado
       FD TURNOS-RPT
           LABEL RECORD STANDARD
       01 TURNO-RPT-REG.
           02 TRP-TURNO                PIC 9(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 TRP-SUPERVISOR           PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 TRP-CAJERO               PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
       77 FSJR                     PIC  X(2).
       77 FSRN                     PIC  X(2).
       77 FSCI                     PIC  X(2).
       77 FSPO                     PIC  X(2).
       77 FSAJ                     PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSSJ                     PIC  X(2).
       77 FSAB                     PIC  X(2).
       77 FSMS                     PIC  X(2).
       77 FSTS                     PIC  X(2).
       77 FSCJ                     PIC  X(2).
       77 FSIC                     PIC  X(2).
       77 FSEJ                     PIC  X(2).
       77 FSBF                     PIC  X(2).
       77 FSRF                     PIC  X(2).
       77 FSDM                     PIC  X(2) VALUE "00".
       77 FSTU                     PIC  X(2).
       77 FSTR                     PIC  X(2).
       77 FSRU                     PIC  X(2).
       77 FSPM                     PIC  X(2).
       77 FSRS                     PIC  X(2).
       77 FSRW                     PIC  X(2) VALUE "00".
       77 FSBJ                     PIC  X(2).
           COPY "PARAMETROS-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "IH-NUM-WS.cpy".
           COPY "CLI-NUM-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "DNI-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "DIVISAS-WS.cpy".
           COPY "APR-NUM-WS.cpy".
           COPY "PIN-CIFRADO-WS.cpy".
           COPY "IDIOMA-WS.cpy".
           COPY "INCIDENCIA-WS.cpy".
           COPY "ESTADO-CAJERO-WS.cpy".
           COPY "TURNO-WS.cpy".
           COPY "TUR-NUM-WS.cpy".
           COPY "PROMOCION-WS.cpy".
           COPY "RETIRADA-RAPIDA-WS.cpy".
           COPY "REPOSICION-WS.cpy".
      * 1 para que BANK4 sirva la retirada rapida guardada
       77 MODO-RAPIDA               PIC  9(1) VALUE 0.
       77 RAPIDA-IMPORTE-IMPRESO    PIC  Z(6)9.
      * linea de pantalla de la promocion y busqueda de la siguiente
      * que aplica (1 = ya se dio la vuelta al fichero)
       77 PROMO-LINEA               PIC  9(2).
       77 PROMO-VUELTA              PIC  9(1).
       77 PROMO-APLICA              PIC  9(1).
       77 INDICE-PROMO              PIC  9(1).
      * turno de caja abierto en esta sesion de supervisor
       77 TURNO-EN-SESION           PIC  9(10) VALUE 0.
       77 CENT-APERTURA-TURNO       PIC S9(11).
       77 CENT-CIERRE-TURNO         PIC S9(11).
       77 PIN-ALTA-USUARIO          PIC  9(4).
      * alta de un titular menor de edad: tarjeta del tutor legal,
      * su consentimiento y el cliente tutor ya validado
       77 EDAD-ALTA                 PIC  9(3).
       77 TARJETA-TUTOR-ALTA        PIC  9(16).
       77 CONSENTIMIENTO-TUTOR      PIC  X(1).
       77 TUTOR-ALTA-CLIENTE        PIC  9(9).
       77 TUTOR-ALTA-VALIDO         PIC  9(1).
      * 1 cuando el cliente eligio idioma en la bienvenida, para
      * guardarlo como preferencia al identificarse
       77 IDIOMA-ELEGIDO-P1         PIC  9(1) VALUE 0.
      * igual para el modo accesible; se pone a 0 al guardarlo para
      * que el cambio que haga luego el cliente en sus datos valga
       77 ACCESIBLE-ELEGIDO-P1      PIC  9(1) VALUE 0.
      * espera del menu antes de volver a la bienvenida: la de
      * parametros, multiplicada en modo accesible
       77 SEGUNDOS-ESPERA           PIC  9(5).
       77 FACTOR-ESPERA-ACCESIBLE   PIC  9(1) VALUE 3.
      * menu en modo accesible: seis opciones por pagina a doble
      * espacio
       77 INDICE-MENU               PIC  9(2).
       77 LINEA-MENU                PIC  9(2).

      * tarjeta del supervisor en sesion, para el diario de acciones
       77 SUPERVISOR-EN-SESION      PIC  9(16) VALUE 0.
           COPY "PERFILES-SUP-WS.cpy".
      * textos del menu principal, cargados del catalogo de mensajes
      * al entrar al menu para poder redibujar sin releer el fichero
       01 TEXTOS-MENU.

      * traspaso de saldo de la tarjeta renovada en su primer uso
       77 TARJETA-RENOVADA-VIEJA    PIC  9(16).
      * concepto del traspaso: renovacion o reposicion por perdida
      * o robo (en esta el grueso del saldo ya se traspaso al
      * emitirla y aqui solo llega lo liberado despues)
       77 CONCEPTO-TRASPASO         PIC  X(35).
      * 1 cuando la tarjeta de renovacion aun no tiene el plastico
      * expedido por el bureau: no se activa ni traspasa saldo
       77 RENOVACION-SIN-PLASTICO   PIC  9(1) VALUE 0.
      * 1 cuando el titular de la tarjeta esta marcado fallecido
       77 TITULAR-FALLECIDO-SW      PIC  9(1) VALUE 0.
       77 TITULAR-RESTRINGIDO-SW    PIC  9(1) VALUE 0.
           COPY "CIERRE-CURSO-WS.cpy".
      * divisa de la pareja de movimientos del traspaso: la de la
      * tarjeta renovada (las tarjetas en USD/GBP tambien se renuevan)
       77 DIVISA-TRASPASO           PIC  9(2) VALUE 01.
       77 CENT-SALDO-TRASPASO       PIC S9(11).
       77 CENT-SALDO-NUEVA          PIC S9(11).
      * lo que queda en la antigua: solo lo retenido
       77 CENT-SALDO-ANTIGUA        PIC S9(11).
      * 1 cuando la renovacion ya se activo en un uso anterior y solo
      * se barre lo liberado desde entonces en la antigua
       77 RENOVACION-YA-ACTIVA      PIC  9(1) VALUE 0.

       77 TARJETA-DESBLOQUEAR       PIC  9(16).
       77 TARJETA-BLOQUEAR          PIC  9(16).
       77 CANT-REP-20               PIC  9(5).
       77 CANT-REP-10               PIC  9(5).
       77 CANT-REP-ACTUAL           PIC  9(5).
      * divisa de la reposicion: 1 (o 0) euros, si no el codigo del
      * maestro de divisas; con divisa extranjera las tres cantidades
      * son los billetes de esa divisa en el maestro
       77 DIVISA-REP                PIC  9(2).
       77 DENOM-REP-ACTUAL          PIC  9(5).
      * terminal cuyo billetero se carga o consulta
       77 TERMINAL-REP              PIC  9(4).
       77 FECHA-HOY-YMD              PIC  9(8).
           88 S-PRESSED           VALUE 83.
           88 C-PRESSED           VALUE 67.
           88 I-PRESSED           VALUE 73.
           88 M-PRESSED           VALUE 77.
           88 A-PRESSED           VALUE 65.
           88 R-PRESSED           VALUE 82.

       77 PRESSED-KEY              PIC  9(4).
       77 OPCION-MENU               PIC  9(2) VALUE 1.
           05 CANT-REP-10-F BLANK ZERO AUTO LINE 12 COL 40
               PIC 9(5) USING CANT-REP-10.
           05 DIVISA-REP-F BLANK ZERO AUTO LINE 13 COL 40
               PIC 9(2) USING DIVISA-REP.

       01 ALTA-TARJETA-ACCEPT.
           05 ALTA-TNUM-F BLANK ZERO AUTO LINE 10 COL 50
               PIC X(40) USING CLI-DIRECCION.
           05 ALTA-TELEFONO-F AUTO LINE 13 COL 40
               PIC X(15) USING CLI-TELEFONO.
           05 ALTA-NACIMIENTO-F AUTO LINE 14 COL 40
               PIC 9(08) USING CLI-FECHA-NACIMIENTO.
           05 ALTA-NACIONALIDAD-F AUTO LINE 15 COL 40
               PIC X(02) USING CLI-NACIONALIDAD.
           05 ALTA-PROFESION-F AUTO LINE 16 COL 40
               PIC 9(02) USING CLI-PROFESION.
           05 ALTA-CADUCIDAD-F AUTO LINE 17 COL 40
               PIC 9(08) USING CLI-DOC-CADUCIDAD.

       01 ALTA-TUTOR-ACCEPT.
           05 ALTA-TUTOR-TNUM-F BLANK ZERO AUTO LINE 10 COL 50
               PIC 9(16) USING TARJETA-TUTOR-ALTA.
           05 ALTA-CONSENTIMIENTO-F AUTO LINE 11 COL 50
               PIC X(01) USING CONSENTIMIENTO-TUTOR.



               TO TEXTO-MENSAJE.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-EXIT.
           DISPLAY (13, 22) TEXTO-MENSAJE.
           MOVE "ACCESIB " TO MENSAJE-ID.
           MOVE "A - Modo accesible" TO TEXTO-MENSAJE.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-EXIT.
           DISPLAY (14, 22) TEXTO-MENSAJE.
           IF ACCESIBLE-SESION = 1
               DISPLAY (14, 42) "(SI)"
           ELSE
               DISPLAY (14, 42) "(NO)".

           DISPLAY (15, 32) "Enter - Aceptar".

           MOVE 1 TO PROMO-PANTALLA.
           MOVE 0 TO PROMO-TARJETA.
           MOVE 17 TO PROMO-LINEA.
           PERFORM MOSTRAR-PROMOCION THRU MOSTRAR-PROMOCION-EXIT.

       P1-ENTER.
           ACCEPT CHOICE ON EXCEPTION
                       IF I-PRESSED
                           GO TO P1-IDIOMA
                       ELSE
                           IF M-PRESSED
                               GO TO PPROMO-INFO
                           ELSE
                               IF A-PRESSED
                                   GO TO P1-ACCESIBLE
                               ELSE
                                   GO TO P1-ENTER.

      * alterna el idioma de la sesion entre castellano e ingles y
      * lo deja en el fichero de sesion del terminal para el resto
               THRU GUARDAR-IDIOMA-SESION-EXIT.
           GO TO IMPRIMIR-CABECERA.

      * activa o desactiva el modo accesible de la sesion; al
      * identificarse queda como preferencia del cliente
       P1-ACCESIBLE.
           IF ACCESIBLE-SESION = 1
               MOVE 0 TO ACCESIBLE-SESION
           ELSE
               MOVE 1 TO ACCESIBLE-SESION.
           MOVE 1 TO ACCESIBLE-ELEGIDO-P1.
           PERFORM GUARDAR-IDIOMA-SESION
               THRU GUARDAR-IDIOMA-SESION-EXIT.
           GO TO IMPRIMIR-CABECERA.

       GUARDAR-IDIOMA-SESION.
           OPEN OUTPUT IDIOMA-SES.
           IF FSIS NOT = 00
               GO TO GUARDAR-IDIOMA-SESION-EXIT.
           MOVE IDIOMA-SESION TO SES-IDIOMA.
           MOVE ACCESIBLE-SESION TO SES-ACCESIBLE.
           WRITE IDIOMA-SES-REG.
           CLOSE IDIOMA-SES.
       GUARDAR-IDIOMA-SESION-EXIT.
                       MOVE "Tarjeta dormida: pida su reactivacion"
                           TO MENSAJE-BLOQUEO
                   ELSE
                       IF TARJETA-CONGELADA
                           MOVE "Esta tarjeta esta congelada"
                               TO MENSAJE-BLOQUEO
                       ELSE
                           MOVE "Esta tarjeta ha sido dada de baja"
                               TO MENSAJE-BLOQUEO.
           CLOSE TARJETAS.
           CLOSE INTENTOS.

       VERIFICAR-STANDIN-EXIT.
           EXIT.

       PKYC-RESTRINGIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (9, 15) "Sus datos de identificacion estan".
           DISPLAY (10, 15) "pendientes de actualizar.".
           DISPLAY (12, 15) "Acuda a una sucursal con su documento".
           DISPLAY (13, 15) "en vigor. Mientras tanto solo puede".
           DISPLAY (14, 15) "consultar su saldo.".
           DISPLAY (18, 33) "Enter - Aceptar".

       PKYC-RESTRINGIDO-ENTER.
           ACCEPT CHOICE ON EXCEPTION
           IF ENTER-PRESSED
               GO TO PMENU
           ELSE
               GO TO PKYC-RESTRINGIDO-ENTER.

       PCIERRE-EN-CURSO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (9, 15) "El proceso de cierre esta en marcha:".
           ELSE
               GO TO PCIERRE-EN-CURSO-ENTER.

      * de paso se anota si la diligencia debida del titular esta
      * vencida fuera de plazo (solo puede consultar saldo)
       VERIFICAR-FALLECIDO.
           MOVE 0 TO TITULAR-FALLECIDO-SW.
           MOVE 0 TO TITULAR-RESTRINGIDO-SW.
           IF TTITULAR = 0
               GO TO VERIFICAR-FALLECIDO-EXIT.
           OPEN INPUT CLIENTES.
               GO TO VERIFICAR-FALLECIDO-EXIT.
           IF CLIENTE-FALLECIDO
               MOVE 1 TO TITULAR-FALLECIDO-SW.
           IF KYC-RESTRINGIDO
               MOVE 1 TO TITULAR-RESTRINGIDO-SW.
           CLOSE CLIENTES.
       VERIFICAR-FALLECIDO-EXIT.
           EXIT.
           PERFORM SINCRONIZAR-IDIOMA
               THRU SINCRONIZAR-IDIOMA-EXIT.
      * primer uso con PIN de una tarjeta de renovacion: traspasa el
      * saldo disponible de la antigua y la da de baja (en los usos
      * siguientes barre lo que se libere de lo retenido); si el bureau
      * aun no confirmo la expedicion del plastico, la tarjeta no
      * se activa (un plastico que nunca salio no puede operar)
           PERFORM COMPLETAR-RENOVACION
           IF RENOVACION-SIN-PLASTICO = 1
               GO TO PSIN-PLASTICO.
           MOVE 1 TO OPCION-MENU.
           MOVE SEGUNDOS-INACTIVIDAD TO SEGUNDOS-ESPERA.
           IF ACCESIBLE-SESION = 1
               MULTIPLY FACTOR-ESPERA-ACCESIBLE BY SEGUNDOS-ESPERA.

           PERFORM CARGAR-TEXTOS-MENU
               THRU CARGAR-TEXTOS-MENU-EXIT.
           PERFORM MOSTRAR-MENU THRU MOSTRAR-MENU-EXIT.
           DISPLAY (24, 34) "ESC - Salir".

      * retirada rapida guardada por el cliente, a una tecla
           MOVE TNUM TO RAPIDA-TARJETA.
           PERFORM LEER-RETIRADA-RAPIDA
               THRU LEER-RETIRADA-RAPIDA-EXIT.
           IF HAY-RAPIDA = 1
               MOVE RAPIDA-IMPORTE TO RAPIDA-IMPORTE-IMPRESO
               DISPLAY (23, 15) "R - Retirada rapida de"
               DISPLAY (23, 38) RAPIDA-IMPORTE-IMPRESO
               DISPLAY (23, 46) "EUR".

           MOVE 2 TO PROMO-PANTALLA.
           MOVE TNUM TO PROMO-TARJETA.
           MOVE 21 TO PROMO-LINEA.
           PERFORM DATOS-CLIENTE-PROMOCION
               THRU DATOS-CLIENTE-PROMOCION-EXIT.
           PERFORM MOSTRAR-PROMOCION THRU MOSTRAR-PROMOCION-EXIT.

      * opciones del menu en el idioma de la sesion; sin catalogo
      * quedan los textos castellanos por omision
       CARGAR-TEXTOS-MENU.
      * redibuja las 10 opciones del menu, resaltando OPCION-MENU en
      * video inverso para la navegacion con las flechas arriba/abajo
       MOSTRAR-MENU.
           IF ACCESIBLE-SESION = 1
               GO TO MOSTRAR-MENU-ACCESIBLE.
           IF OPCION-MENU = 1
               DISPLAY (8, 15) MENU-TEXTO (1)
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS WHITE
           ELSE
               DISPLAY (19, 15) MENU-TEXTO (12).
           GO TO MOSTRAR-MENU-EXIT.

      * modo accesible: la pagina de seis opciones donde esta
      * OPCION-MENU, a doble espacio; las flechas pasan de pagina
      * al salir de la primera o la ultima opcion
       MOSTRAR-MENU-ACCESIBLE.
           IF OPCION-MENU > 6
               MOVE 7 TO INDICE-MENU
               DISPLAY (20, 15) "Pagina 2/2"
           ELSE
               MOVE 1 TO INDICE-MENU
               DISPLAY (20, 15) "Pagina 1/2".
           MOVE 8 TO LINEA-MENU.

       MOSTRAR-MENU-ACCESIBLE-LINEA.
           IF INDICE-MENU = OPCION-MENU
               DISPLAY (LINEA-MENU, 15) MENU-TEXTO (INDICE-MENU)
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS WHITE
           ELSE
               DISPLAY (LINEA-MENU, 15) MENU-TEXTO (INDICE-MENU).
           ADD 1 TO INDICE-MENU.
           ADD 2 TO LINEA-MENU.
           IF LINEA-MENU < 19
               GO TO MOSTRAR-MENU-ACCESIBLE-LINEA.
       MOSTRAR-MENU-EXIT.
           EXIT.

           GO TO PMENUA1.

       PMENUA1.
           ACCEPT CHOICE WITH TIME-OUT SEGUNDOS-ESPERA ON EXCEPTION
               IF TIMEOUT-EXPIRED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                               IF ENTER-PRESSED
                                   CONTINUE
                               ELSE
                                   IF M-PRESSED
                                       GO TO PPROMO-INFO
                                   ELSE
                                       IF R-PRESSED
                                           GO TO PRAPIDA
                                       ELSE
                                           GO TO PMENUA1.

      * diligencia debida vencida sin revisar: solo consulta de saldo
           IF TITULAR-RESTRINGIDO-SW = 1 AND OPCION-MENU NOT = 1
               GO TO PKYC-RESTRINGIDO.

           IF OPCION-MENU = 1

               IF CIERRE-EN-CURSO = 1
                   GO TO PCIERRE-EN-CURSO
               END-IF
               MOVE 0 TO MODO-RAPIDA
               CALL "BANK4" USING TNUM MODO-RAPIDA
               GO TO PMENU.

           IF OPCION-MENU = 4

           GO TO PMENU.

      * retirada rapida: los mismos filtros que la opcion de retirar
      * efectivo; BANK4 aplica todos sus controles
       PRAPIDA.
           IF HAY-RAPIDA = 0
               GO TO PMENUA1.
           IF TITULAR-RESTRINGIDO-SW = 1
               GO TO PKYC-RESTRINGIDO.
           PERFORM VERIFICAR-STANDIN THRU VERIFICAR-STANDIN-EXIT.
           IF CIERRE-EN-CURSO = 1
               GO TO PCIERRE-EN-CURSO.
           MOVE 1 TO MODO-RAPIDA.
           CALL "BANK4" USING TNUM MODO-RAPIDA.
           GO TO PMENU.

      * promocion de la bienvenida o del menu: la siguiente de las
      * que aplican, en el idioma de la sesion, con su impresion
      * anotada para marketing
       MOSTRAR-PROMOCION.
           PERFORM BUSCAR-PROMOCION THRU BUSCAR-PROMOCION-EXIT.
           IF PROMO-EN-PANTALLA = 0
               GO TO MOSTRAR-PROMOCION-EXIT.
           DISPLAY (PROMO-LINEA, 18) PROMO-TEXTO
               WITH FOREGROUND-COLOR IS YELLOW.
           MOVE "MASINFO " TO MENSAJE-ID.
           MOVE "M - Mas informacion" TO TEXTO-MENSAJE.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-EXIT.
           ADD 1 TO PROMO-LINEA.
           DISPLAY (PROMO-LINEA, 18) TEXTO-MENSAJE.
           MOVE "IMPRESION" TO PROMO-EVENTO.
           PERFORM REGISTRAR-PROMOCION
               THRU REGISTRAR-PROMOCION-EXIT.
       MOSTRAR-PROMOCION-EXIT.
           EXIT.

      * recorre promociones.ubd a partir de la ultima mostrada y,
      * al llegar al final, vuelve a empezar hasta ella
       BUSCAR-PROMOCION.
           MOVE 0 TO PROMO-EN-PANTALLA.
           MOVE 0 TO PROMO-VUELTA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           OPEN INPUT PROMOCIONES.
           IF FSPM NOT = 00
               GO TO BUSCAR-PROMOCION-EXIT.
           MOVE PROMO-ULTIMA TO PRM-NUM.

       BUSCAR-PROMOCION-START.
           START PROMOCIONES KEY > PRM-NUM
               INVALID KEY GO TO BUSCAR-PROMOCION-VUELTA.

       BUSCAR-PROMOCION-LEER.
           READ PROMOCIONES NEXT RECORD
               AT END GO TO BUSCAR-PROMOCION-VUELTA.
           IF PROMO-VUELTA = 1 AND PRM-NUM > PROMO-ULTIMA
               GO TO BUSCAR-PROMOCION-CERRAR.
           PERFORM EVALUAR-PROMOCION THRU EVALUAR-PROMOCION-EXIT.
           IF PROMO-APLICA = 0
               GO TO BUSCAR-PROMOCION-LEER.
           MOVE PRM-NUM TO PROMO-EN-PANTALLA.
           MOVE PRM-NUM TO PROMO-ULTIMA.
           PERFORM TEXTO-PROMOCION THRU TEXTO-PROMOCION-EXIT.
           GO TO BUSCAR-PROMOCION-CERRAR.

       BUSCAR-PROMOCION-VUELTA.
           IF PROMO-VUELTA = 1
               GO TO BUSCAR-PROMOCION-CERRAR.
           MOVE 1 TO PROMO-VUELTA.
           MOVE 0 TO PRM-NUM.
           GO TO BUSCAR-PROMOCION-START.

       BUSCAR-PROMOCION-CERRAR.
           CLOSE PROMOCIONES.
       BUSCAR-PROMOCION-EXIT.
           EXIT.

      * vigencia, terminal y, en el menu, producto, segmento y saldo;
      * en la bienvenida aun no hay cliente y solo valen las
      * promociones sin publico de cliente
       EVALUAR-PROMOCION.
           MOVE 0 TO PROMO-APLICA.
           IF NOT PROMOCION-ACTIVA
               GO TO EVALUAR-PROMOCION-EXIT.
           IF PRM-FECHA-INICIO > FECHA-HOY-YMD
               GO TO EVALUAR-PROMOCION-EXIT.
           IF PRM-FECHA-FIN NOT = 0 AND PRM-FECHA-FIN < FECHA-HOY-YMD
               GO TO EVALUAR-PROMOCION-EXIT.
           IF PRM-CAJERO NOT = 0 AND PRM-CAJERO NOT = TERMINAL-ID
               GO TO EVALUAR-PROMOCION-EXIT.
           IF PROMO-PANTALLA = 1
               IF PRM-PRODUCTO NOT = 0 OR PRM-SEGMENTO NOT = 0
                       OR PRM-SALDO-MINIMO NOT = 0
                   GO TO EVALUAR-PROMOCION-EXIT
               ELSE
                   MOVE 1 TO PROMO-APLICA
                   GO TO EVALUAR-PROMOCION-EXIT.
           IF PRM-PRODUCTO NOT = 0 AND PRM-PRODUCTO NOT = PROMO-PRODUCTO
               GO TO EVALUAR-PROMOCION-EXIT.
           IF PRM-SEGMENTO NOT = 0 AND PRM-SEGMENTO NOT = PROMO-SEGMENTO
               GO TO EVALUAR-PROMOCION-EXIT.
           IF PRM-SALDO-MINIMO NOT = 0
                   AND PROMO-SALDO < PRM-SALDO-MINIMO
               GO TO EVALUAR-PROMOCION-EXIT.
           MOVE 1 TO PROMO-APLICA.
       EVALUAR-PROMOCION-EXIT.
           EXIT.

      * textos en el idioma de la sesion, si no en castellano y si
      * no los del primer idioma cargado
       TEXTO-PROMOCION.
           MOVE 0 TO INDICE-PROMO.

       TEXTO-PROMOCION-SESION.
           ADD 1 TO INDICE-PROMO.
           IF INDICE-PROMO > 3
               GO TO TEXTO-PROMOCION-CASTELLANO.
           IF PRM-IDIOMA (INDICE-PROMO) = IDIOMA-SESION
               GO TO TEXTO-PROMOCION-COPIAR.
           GO TO TEXTO-PROMOCION-SESION.

       TEXTO-PROMOCION-CASTELLANO.
           MOVE 0 TO INDICE-PROMO.

       TEXTO-PROMOCION-CASTELLANO-SIG.
           ADD 1 TO INDICE-PROMO.
           IF INDICE-PROMO > 3
               MOVE 1 TO INDICE-PROMO
               GO TO TEXTO-PROMOCION-COPIAR.
           IF PRM-IDIOMA (INDICE-PROMO) = "ES"
               GO TO TEXTO-PROMOCION-COPIAR.
           GO TO TEXTO-PROMOCION-CASTELLANO-SIG.

       TEXTO-PROMOCION-COPIAR.
           MOVE PRM-TEXTO (INDICE-PROMO) TO PROMO-TEXTO.
           MOVE PRM-INFO-1 (INDICE-PROMO) TO PROMO-INFO-1.
           MOVE PRM-INFO-2 (INDICE-PROMO) TO PROMO-INFO-2.
       TEXTO-PROMOCION-EXIT.
           EXIT.

      * producto y saldo de la tarjeta en sesion y segmento de su
      * titular, para el publico de las promociones del menu
       DATOS-CLIENTE-PROMOCION.
           MOVE 0 TO PROMO-PRODUCTO.
           MOVE 0 TO PROMO-SEGMENTO.
           MOVE 0 TO PROMO-SALDO.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO DATOS-CLIENTE-PROMOCION-EXIT.
           MOVE PROMO-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO DATOS-CLIENTE-PROMOCION-EXIT.
           CLOSE TARJETAS.
           IF TPRODUCTO = 0
               MOVE 1 TO PROMO-PRODUCTO
           ELSE
               MOVE TPRODUCTO TO PROMO-PRODUCTO.
           MOVE TSALDO-ENT TO PROMO-SALDO.
           IF TTITULAR = 0
               GO TO DATOS-CLIENTE-PROMOCION-EXIT.
           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO DATOS-CLIENTE-PROMOCION-EXIT.
           MOVE TTITULAR TO CLI-COD.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               GO TO DATOS-CLIENTE-PROMOCION-EXIT.
           MOVE CLI-SEGMENTO TO PROMO-SEGMENTO.
           CLOSE CLIENTES.
       DATOS-CLIENTE-PROMOCION-EXIT.
           EXIT.

      * informacion ampliada de la promocion en pantalla; vuelve a
      * la pantalla de la que se vino
       PPROMO-INFO.
           IF PROMO-EN-PANTALLA = 0
               GO TO PPROMO-INFO-VOLVER.
           MOVE "MAS INFO" TO PROMO-EVENTO.
           PERFORM REGISTRAR-PROMOCION
               THRU REGISTRAR-PROMOCION-EXIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (9, 15) PROMO-TEXTO
               WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY (11, 15) PROMO-INFO-1.
           DISPLAY (12, 15) PROMO-INFO-2.
           DISPLAY (18, 33) "Enter - Aceptar".

       PPROMO-INFO-ENTER.
           ACCEPT CHOICE ON EXCEPTION
           IF ENTER-PRESSED
               GO TO PPROMO-INFO-VOLVER
           ELSE
               GO TO PPROMO-INFO-ENTER.

       PPROMO-INFO-VOLVER.
           IF PROMO-PANTALLA = 1
               GO TO IMPRIMIR-CABECERA.
           GO TO PMENU.


       PSYS-ERR.

           CLOSE BILLETES.
           CLOSE F-MOVIMIENTOS.
           CLOSE PENDIENTES.
           CLOSE SUPERVISORES.
           CLOSE RETIRADA-RAPIDA.
           CLOSE DIVISAS.

           MOVE "BANK1" TO ERROR-PROGRAMA.
           IF FST NOT = 00
                   IF FSC NOT = 00
                       MOVE FSC TO ERROR-FS
                   ELSE
                       IF FSS NOT = 00
                           MOVE FSS TO ERROR-FS
                       ELSE
                           IF FSRW NOT = 00
                               MOVE FSRW TO ERROR-FS
                           ELSE
                               MOVE FSP TO ERROR-FS.
           IF FSDM NOT = 00
               MOVE FSDM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           CLOSE TARJETAS.

      * tarjeta de otro banco con BIN activo en la red: la atiende
      * BANK79 pidiendo autorizacion al emisor
           OPEN INPUT BINES.
           IF FSBJ = 00
               COMPUTE BIN-PREFIJO = TNUM / 10000000000
               READ BINES INVALID KEY MOVE 0 TO BIN-ESTADO
               END-READ
               CLOSE BINES
               IF FSBJ = 00 AND BIN-ACTIVO
                   CALL "BANK79" USING TNUM PIN-INTRODUCIDO
                   GO TO IMPRIMIR-CABECERA
               END-IF
           END-IF.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta no existe" LINE 9 COLUMN 29
               WITH FOREGROUND-COLOR IS WHITE
           COPY "LEER-MAX-INTENTOS.cpy".
           COPY "LEER-MAX-INCIDENTES.cpy".
           COPY "REGISTRAR-INCIDENCIA.cpy".
           COPY "REGISTRAR-ESTADO-CAJERO.cpy".
           COPY "SIGUIENTE-TUR-NUM.cpy".
           COPY "ANOTAR-EN-TURNO.cpy".
           COPY "VERIFICAR-CIERRE-EN-CURSO.cpy".
           COPY "VERIFICAR-DESBLOQUEO.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PROMOCION.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".
           COPY "LEER-MENSAJE.cpy".
           COPY "LEER-IDIOMA-SESION.cpy".
           COPY "LEER-TERMINAL.cpy".
           COPY "LEER-RETIRADA-RAPIDA.cpy".
           COPY "CARGAR-DIVISAS.cpy".

       SINCRONIZAR-IDIOMA.
           OPEN I-O CLIENTES.
                   MOVE CLI-IDIOMA TO IDIOMA-SESION
                   PERFORM GUARDAR-IDIOMA-SESION
                       THRU GUARDAR-IDIOMA-SESION-EXIT.
      * modo accesible: el elegido en la bienvenida pasa a la ficha;
      * si no, la sesion toma el de la ficha
           IF ACCESIBLE-ELEGIDO-P1 = 1
               MOVE ACCESIBLE-SESION TO CLI-ACCESIBLE
               MOVE 0 TO ACCESIBLE-ELEGIDO-P1
               REWRITE CLIENTEREG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           ELSE
               IF ACCESIBILIDAD-ACTIVA
                   MOVE 1 TO ACCESIBLE-SESION
               ELSE
                   MOVE 0 TO ACCESIBLE-SESION
               END-IF
               PERFORM GUARDAR-IDIOMA-SESION
                   THRU GUARDAR-IDIOMA-SESION-EXIT.
           CLOSE CLIENTES.
       SINCRONIZAR-IDIOMA-EXIT.
           EXIT.
       APARCAR-SOLICITUD-EXIT.
           EXIT.

      * el tutor ha de ser el titular vigente y mayor de edad de una
      * tarjeta de cuenta activa que no sea a su vez de menor
       VALIDAR-TUTOR-ALTA.
           MOVE 0 TO TUTOR-ALTA-VALIDO.
           MOVE 0 TO TUTOR-ALTA-CLIENTE.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-TUTOR-ALTA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO VALIDAR-TUTOR-ALTA-EXIT.
           IF NOT TARJETA-ACTIVA OR NOT PRODUCTO-CUENTA
                   OR PRODUCTO-MENOR OR TTITULAR = 0
               CLOSE TARJETAS
               GO TO VALIDAR-TUTOR-ALTA-EXIT.
           MOVE TTITULAR TO TUTOR-ALTA-CLIENTE.
           CLOSE TARJETAS.

           OPEN INPUT CLIENTES.
           IF FSC = 35
               GO TO VALIDAR-TUTOR-ALTA-EXIT.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TUTOR-ALTA-CLIENTE TO CLI-COD.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               GO TO VALIDAR-TUTOR-ALTA-EXIT.
           IF NOT CLIENTE-VIGENTE
               CLOSE CLIENTES
               GO TO VALIDAR-TUTOR-ALTA-EXIT.
           IF CLI-FECHA-NACIMIENTO NOT = 0
                   AND (FECHA-HOY-YMD - CLI-FECHA-NACIMIENTO) < 180000
               CLOSE CLIENTES
               GO TO VALIDAR-TUTOR-ALTA-EXIT.
           CLOSE CLIENTES.
           MOVE 1 TO TUTOR-ALTA-VALIDO.
       VALIDAR-TUTOR-ALTA-EXIT.
           EXIT.


      * deja constancia en el historico de intentos de cada PIN
      * erroneo, para que el batch de deteccion de fraude pueda
           MOVE HORAS TO IH-HOR.
           MOVE MINUTOS TO IH-MIN.
           MOVE SEGUNDOS TO IH-SEG.
           MOVE TERMINAL-ID TO IH-CAJERO.
           OPEN I-O INTENTOS-HIST.
           IF FSIH = 35
               OPEN OUTPUT INTENTOS-HIST

           COPY "SIGUIENTE-CLI-NUM.cpy".

           COPY "COMPROBAR-REPOSICION.cpy".

           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".

           COPY "LEER-FECHA-CONTABLE.cpy".

      *----------------------------------------------------------*
      * cierre de la renovacion en el primer uso de la sucesora:
      * el saldo disponible de la antigua pasa a la nueva con su
      * pareja de movimientos y la antigua causa baja (la repuesta
      * conserva su estado de perdida o robada). Lo retenido
      * (TRETENIDO) se queda en la antigua, que es donde llegan la
      * compensacion o la liberacion de cada retencion; en cada uso
      * posterior de la nueva se barre a ella lo que se haya
      * liberado desde entonces
      *----------------------------------------------------------*
       COMPLETAR-RENOVACION.
           MOVE 0 TO RENOVACION-SIN-PLASTICO.
           MOVE 0 TO RENOVACION-YA-ACTIVA.
           OPEN I-O RENOVACIONES.
           IF FSRN NOT = 00
               GO TO COMPLETAR-RENOVACION-EXIT.
           READ RENOVACIONES INVALID KEY
               CLOSE RENOVACIONES
               GO TO COMPLETAR-RENOVACION-EXIT.
           IF RENOVACION-COMPLETADA
               MOVE 1 TO RENOVACION-YA-ACTIVA.
           IF NOT RENOVACION-PENDIENTE AND RENOVACION-YA-ACTIVA = 0
               CLOSE RENOVACIONES
               GO TO COMPLETAR-RENOVACION-EXIT.
           IF REN-EMBOSADA = 0 AND RENOVACION-YA-ACTIVA = 0
               MOVE 1 TO RENOVACION-SIN-PLASTICO
               CLOSE RENOVACIONES
               GO TO COMPLETAR-RENOVACION-EXIT.
           MOVE REN-TARJETA-ANTIGUA TO TARJETA-RENOVADA-VIEJA.
           IF EMISION-REPOSICION
               MOVE "TRASPASO POR REPOSICION" TO CONCEPTO-TRASPASO
           ELSE
               MOVE "TRASPASO POR RENOVACION" TO CONCEPTO-TRASPASO.
           IF RENOVACION-YA-ACTIVA = 0
               MOVE 1 TO REN-ESTADO
               REWRITE RENOVACION-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE.
           CLOSE RENOVACIONES.

      * baja de la antigua renovada, que se queda solo con lo
      * retenido
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
               CLOSE TARJETAS
               MOVE TARJETA-RENOVADA-VIEJA TO TNUM
               GO TO COMPLETAR-RENOVACION-FIN.
           COMPUTE CENT-SALDO-ANTIGUA =
               (TRETENIDO-ENT * 100) + TRETENIDO-DEC.
           COMPUTE CENT-SALDO-TRASPASO =
               (TSALDO-ENT * 100) + TSALDO-DEC - CENT-SALDO-ANTIGUA.
      * con mas retenido que saldo no hay disponible que traspasar
      * y la antigua conserva su saldo tal cual
           IF CENT-SALDO-TRASPASO < 0
               MOVE 0 TO CENT-SALDO-TRASPASO.
      * ya activa y nada liberado en la antigua: no hay que barrer
           IF RENOVACION-YA-ACTIVA = 1 AND CENT-SALDO-TRASPASO = 0
               CLOSE TARJETAS
               GO TO COMPLETAR-RENOVACION-FIN.
           IF CENT-SALDO-TRASPASO > 0
               MOVE TRETENIDO-ENT TO TSALDO-ENT
               MOVE TRETENIDO-DEC TO TSALDO-DEC.
           IF CONCEPTO-TRASPASO NOT = "TRASPASO POR REPOSICION"
               MOVE 04 TO TESTADO.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.

           MOVE "TA" TO JOURNAL-FICHERO.

           IF CENT-SALDO-TRASPASO NOT = 0
               PERFORM ANOTAR-TRASPASO THRU ANOTAR-TRASPASO-EXIT.
           IF RENOVACION-YA-ACTIVA = 1
               GO TO COMPLETAR-RENOVACION-FIN.

           MOVE REN-TARJETA-NUEVA TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           IF CONCEPTO-TRASPASO = "TRASPASO POR REPOSICION"
               MOVE "TARJETA DE REPOSICION ACTIVADA" TO NOTIF-CONCEPTO
           ELSE
               MOVE "TARJETA RENOVADA ACTIVADA" TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-SALDO-TRASPASO / 100.
           COMPUTE NOTIF-IMPORTE-DEC =
               FUNCTION MOD(CENT-SALDO-TRASPASO, 100).
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-SALDO-TRASPASO / 100.
           MOVE CONCEPTO-TRASPASO TO MOV-CONCEPTO.
           MOVE 05 TO MOV-TIPO.
           MOVE DIVISA-TRASPASO TO MOV-DIVISA.
           MOVE 1 TO MOV-TASA-CAMBIO.
           MOVE FECHA-CONTABLE-YMD TO MOV-FECHA-CONTABLE.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-SALDO-ANTIGUA / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-SALDO-TRASPASO / 100.
           MOVE CONCEPTO-TRASPASO TO MOV-CONCEPTO.
           MOVE 06 TO MOV-TIPO.
           MOVE DIVISA-TRASPASO TO MOV-DIVISA.
           MOVE 1 TO MOV-TASA-CAMBIO.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-SALDO-NUEVA / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           DISPLAY (11, 15) "Pin de supervisor:".
           ACCEPT DATA-ACCEPT.

           OPEN I-O SUPERVISORES.
           IF FSS = 35
               GO TO PSUP-DENEGADO.
           IF FSS NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM TO SUP-TARJETA.
           READ SUPERVISORES INVALID KEY GO TO PSUP-NOEXISTE.
      * tarjeta de supervisor bloqueada por PIN erroneos: no se
      * admite ni siquiera el PIN bueno hasta que un jefe la libere
           IF SUPERVISOR-BLOQUEADO
               CLOSE SUPERVISORES
               GO TO PSUP-BLOQUEADO.

           MOVE PIN-INTRODUCIDO TO PIN-CLARO.
           MOVE SUP-PIN-SAL TO PIN-SAL.
               MOVE SUP-PIN-VERSION TO PIN-ESQUEMA.
           PERFORM CIFRAR-PIN THRU CIFRAR-PIN-EXIT.
           IF PIN-CIFRADO NOT = SUP-PIN
               GO TO PSUP-PIN-ERR.

      * PIN correcto: se olvidan los fallos anteriores
           MOVE 0 TO SUP-FALLOS.
      * migracion rodante del PIN de supervisor al esquema vigente
           IF PIN-ESQUEMA < ESQUEMA-PIN-VIGENTE
               MOVE ESQUEMA-PIN-VIGENTE TO PIN-ESQUEMA
               PERFORM CIFRAR-PIN THRU CIFRAR-PIN-EXIT
               MOVE PIN-CIFRADO TO SUP-PIN
               MOVE ESQUEMA-PIN-VIGENTE TO SUP-PIN-VERSION.
           REWRITE SUPERVISOR-REG INVALID KEY GO TO PSYS-ERR.
      * perfil de la sesion: los supervisores historicos sin perfil
      * asignado entran con el del jefe de supervisores
           IF PERFIL-CAJA OR PERFIL-FRAUDE OR PERFIL-BACKOFFICE
                   OR PERFIL-JEFE OR PERFIL-CUMPLIMIENTO
               MOVE SUP-PERFIL TO PERFIL-EN-SESION
           ELSE
               MOVE 4 TO PERFIL-EN-SESION.
           CLOSE SUPERVISORES.

           MOVE TNUM TO SUPERVISOR-EN-SESION.
      * responsabilidad de caja: el turno se abre (o se retoma) al
           PERFORM ABRIR-TURNO THRU ABRIR-TURNO-EXIT.
           GO TO PSUP-MENU.

      * PIN de supervisor erroneo: al agotar MAX-INTENTOS seguidos la
      * tarjeta de supervisor queda bloqueada y el bloqueo se anota en
      * el diario de supervisores
       PSUP-PIN-ERR.
           PERFORM LEER-MAX-INTENTOS THRU LEER-MAX-INTENTOS-EXIT.
           ADD 1 TO SUP-FALLOS.
           IF SUP-FALLOS NOT < MAX-INTENTOS
               MOVE 1 TO SUP-ESTADO.
           REWRITE SUPERVISOR-REG INVALID KEY GO TO PSYS-ERR.
           IF SUPERVISOR-ACTIVO
               CLOSE SUPERVISORES
               GO TO PSUP-DENEGADO.
           CLOSE SUPERVISORES.

           MOVE TNUM TO SUPJRN-SUPERVISOR.
           MOVE "SUP BLOQUEO" TO SUPJRN-ACCION.
           MOVE TNUM TO SUPJRN-CLAVE.
           MOVE "ACTIVO" TO SUPJRN-ANTES.
           MOVE "BLOQUEADO" TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

       PSUP-BLOQUEADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta de supervisor bloqueada" LINE 11 COLUMN 24
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Debe liberarla un jefe de supervisores"
               LINE 12 COLUMN 21
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PSUP-DENEGADO-ENTER.

       PSUP-NOEXISTE.
           CLOSE SUPERVISORES.

               GO TO PSUP-DENEGADO-ENTER.


      * cada pagina del menu solo muestra, y solo acepta, las
      * opciones del perfil del supervisor en sesion
       PSUP-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE PERMISOS-PAGINA (PERFIL-EN-SESION, 1)
               TO PERMISOS-ACTUALES.
           DISPLAY (8, 22) "Modo supervisor".
           IF PERMITIDA (1) = "S"
               DISPLAY (10, 15) "1 - Desbloquear tarjeta".
           IF PERMITIDA (2) = "S"
               DISPLAY (11, 15) "2 - Consultar errores del sistema".
           IF PERMITIDA (3) = "S"
               DISPLAY (12, 15) "3 - Registrar reposicion de efectivo".
           IF PERMITIDA (4) = "S"
               DISPLAY (13, 15) "4 - Alta de tarjeta".
           IF PERMITIDA (5) = "S"
               DISPLAY (14, 15) "5 - Cambiar estado de tarjeta".
           IF PERMITIDA (6) = "S"
               DISPLAY (15, 15) "6 - Mantenimiento de eventos".
           IF PERMITIDA (7) = "S"
               DISPLAY (16, 15) "7 - Verificar ingresos pendientes".
           IF PERMITIDA (8) = "S"
               DISPLAY (17, 15) "8 - Conceder prestamo".
           DISPLAY (18, 15) "9 - Mas opciones".
           IF PERMITIDA (10) = "S"
               DISPLAY (19, 15) "10 - Listas de sanciones y PEP".
           IF PERMITIDA (11) = "S"
               DISPLAY (20, 15) "11 - Ficheros de salida".
           IF PERMITIDA (12) = "S"
               DISPLAY (21, 15) "12 - Aviso de viaje".
           DISPLAY (24, 34) "ESC - Salir".

       PSUP-MENUA1.
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PSUP-MENUA1.
           IF CHOICE = 0 OR CHOICE > 12
               GO TO PSUP-MENUA1.
           MOVE CHOICE TO OPCION-PERMISO.
           IF PERMITIDA (OPCION-PERMISO) NOT = "S"
               GO TO PSUP-MENUA1.

           IF CHOICE = 1
               GO TO PSUP-DESBLOQUEAR.
               GO TO PSUP-MENU.
           IF CHOICE = 9
               GO TO PSUP-MENU2.
           IF CHOICE = 10
               CALL "BANK60" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU.
           IF CHOICE = 11
               CALL "BANK61" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU.
           IF CHOICE = 12
               CALL "BANK64" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU.
           GO TO PSUP-MENUA1.

      * segunda pagina del menu de supervisor
       PSUP-MENU2.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE PERMISOS-PAGINA (PERFIL-EN-SESION, 2)
               TO PERMISOS-ACTUALES.
           DISPLAY (8, 22) "Modo supervisor (2)".
           IF PERMITIDA (1) = "S"
               DISPLAY (10, 15) "1 - Revision de casos de fraude".
           IF PERMITIDA (2) = "S"
               DISPLAY (11, 15) "2 - Gestion de clientes".
           IF PERMITIDA (3) = "S"
               DISPLAY (12, 15) "3 - Extorno de movimientos".
           IF PERMITIDA (4) = "S"
               DISPLAY (13, 15) "4 - Aprobaciones pendientes".
           IF PERMITIDA (5) = "S"
               DISPLAY (14, 15) "5 - Parametros operativos".
           IF PERMITIDA (6) = "S"
               DISPLAY (15, 15) "6 - Consulta de archivo".
           IF PERMITIDA (7) = "S"
               DISPLAY (16, 15) "7 - Cola de morosidad".
           IF PERMITIDA (8) = "S"
               DISPLAY (17, 15) "8 - Cheques bancarios".
           IF PERMITIDA (9) = "S"
               DISPLAY (18, 15) "9 - Control acceso a evento".
           IF PERMITIDA (10) = "S"
               DISPLAY (19, 15) "10 - Venta tarjeta regalo".
           IF PERMITIDA (11) = "S"
               DISPLAY (20, 15) "11 - Verificar certificado".
           DISPLAY (21, 15) "12 - Mas opciones".
           DISPLAY (24, 34) "ESC - Volver".

                   GO TO PSUP-MENU
               ELSE
                   GO TO PSUP-MENU2-A1.
           IF CHOICE = 0 OR CHOICE > 12
               GO TO PSUP-MENU2-A1.
           MOVE CHOICE TO OPCION-PERMISO.
           IF PERMITIDA (OPCION-PERMISO) NOT = "S"
               GO TO PSUP-MENU2-A1.

           IF CHOICE = 1
               CALL "BANK24" USING SUPERVISOR-EN-SESION
      * tercera pagina del menu de supervisor
       PSUP-MENU3.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE PERMISOS-PAGINA (PERFIL-EN-SESION, 3)
               TO PERMISOS-ACTUALES.
           DISPLAY (8, 22) "Modo supervisor (3)".
           IF PERMITIDA (1) = "S"
               DISPLAY (10, 15) "1 - Suscripcion cuaderno 43".
           IF PERMITIDA (2) = "S"
               DISPLAY (11, 15) "2 - Cierre de turno de caja".
           IF PERMITIDA (3) = "S"
               DISPLAY (12, 15) "3 - Tramos de interes".
           IF PERMITIDA (4) = "S"
               DISPLAY (13, 15) "4 - Reclamaciones de dispensa".
           IF PERMITIDA (5) = "S"
               DISPLAY (14, 15) "5 - Cuadro de mando".
           IF PERMITIDA (6) = "S"
               DISPLAY (15, 15) "6 - Cierre de cuenta".
           IF PERMITIDA (7) = "S"
               DISPLAY (16, 15) "7 - Fallecimiento y herencia".
           IF PERMITIDA (8) = "S"
               DISPLAY (17, 15) "8 - Lineas de credito".
           IF PERMITIDA (9) = "S"
               DISPLAY (18, 15) "9 - Perfiles de supervisor".
           IF PERMITIDA (10) = "S"
               DISPLAY (19, 15) "10 - Ficha de cliente".
           IF PERMITIDA (11) = "S"
               DISPLAY (20, 15) "11 - Cumplimiento normativo".
           DISPLAY (21, 15) "12 - Mas opciones".
           DISPLAY (24, 34) "ESC - Volver".

       PSUP-MENU3-A1.
                   GO TO PSUP-MENU2
               ELSE
                   GO TO PSUP-MENU3-A1.
           IF CHOICE = 0 OR CHOICE > 12
               GO TO PSUP-MENU3-A1.
           MOVE CHOICE TO OPCION-PERMISO.
           IF PERMITIDA (OPCION-PERMISO) NOT = "S"
               GO TO PSUP-MENU3-A1.

           IF CHOICE = 1
               CALL "BANK41" USING SUPERVISOR-EN-SESION
           IF CHOICE = 7
               CALL "BANK51" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU3.
           IF CHOICE = 8
               CALL "BANK54" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU3.
           IF CHOICE = 9
               CALL "BANK56" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU3.
           IF CHOICE = 10
               CALL "BANK57" USING SUPERVISOR-EN-SESION
                                   PERFIL-EN-SESION
               GO TO PSUP-MENU3.
           IF CHOICE = 11
               CALL "BANK58" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU3.
           IF CHOICE = 12
               GO TO PSUP-MENU4.
           GO TO PSUP-MENU3-A1.

      * cuarta pagina del menu de supervisor
       PSUP-MENU4.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE PERMISOS-PAGINA (PERFIL-EN-SESION, 4)
               TO PERMISOS-ACTUALES.
           DISPLAY (8, 22) "Modo supervisor (4)".
           IF PERMITIDA (1) = "S"
               DISPLAY (10, 15) "1 - Revision de clientes (KYC)".
           IF PERMITIDA (2) = "S"
               DISPLAY (11, 15) "2 - Cambio de producto".
           IF PERMITIDA (3) = "S"
               DISPLAY (12, 15) "3 - Modo accesible de un cliente".
           IF PERMITIDA (4) = "S"
               DISPLAY (13, 15) "4 - Talonario de cheques".
           IF PERMITIDA (5) = "S"
               DISPLAY (14, 15) "5 - Quejas de clientes".
           IF PERMITIDA (6) = "S"
               DISPLAY (15, 15) "6 - Liquidacion con la camara".
           IF PERMITIDA (7) = "S"
               DISPLAY (16, 15) "7 - Partidas en suspenso".
           IF PERMITIDA (8) = "S"
               DISPLAY (17, 15) "8 - Archivo de informes".
           IF PERMITIDA (9) = "S"
               DISPLAY (18, 15) "9 - Maestro de divisas".
           IF PERMITIDA (10) = "S"
               DISPLAY (19, 15) "10 - Recalls interbancarios".
           IF PERMITIDA (11) = "S"
               DISPLAY (20, 15) "11 - Periodos contables".
           IF PERMITIDA (12) = "S"
               DISPLAY (21, 15) "12 - Mantenimiento masivo de tarjetas".
           DISPLAY (24, 34) "ESC - Volver".

       PSUP-MENU4-A1.
           ACCEPT CHOICE ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PSUP-MENU3
               ELSE
                   GO TO PSUP-MENU4-A1.
           IF CHOICE = 0 OR CHOICE > 12
               GO TO PSUP-MENU4-A1.
           MOVE CHOICE TO OPCION-PERMISO.
           IF PERMITIDA (OPCION-PERMISO) NOT = "S"
               GO TO PSUP-MENU4-A1.

           IF CHOICE = 1
               CALL "BANK59" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 2
               CALL "BANK66" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 3
               CALL "BANK67" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 4
               CALL "BANK68" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 5
               CALL "BANK71" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 6
               CALL "BANK72" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 7
               CALL "BANK73" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 8
               CALL "BANK74" USING SUPERVISOR-EN-SESION
                                   PERFIL-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 9
               CALL "BANK75" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 10
               CALL "BANK76" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 11
               CALL "BANK78" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           IF CHOICE = 12
               CALL "BANK80" USING SUPERVISOR-EN-SESION
               GO TO PSUP-MENU4.
           GO TO PSUP-MENU4-A1.

      *----------------------------------------------------------*
      * cierre del turno de caja: recuento final del billetero,
      * posicion neta del turno y firma en el diario; el resumen
           END-IF.
           IF FSTR = 00
               MOVE TUR-NUM TO TRP-TURNO
               MOVE TUR-SUPERVISOR TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO TRP-SUPERVISOR
               MOVE TUR-CAJERO TO TRP-CAJERO
               MOVE TUR-FECHA-APERTURA TO TRP-FECHA-APERTURA
               MOVE TUR-NUM-REPOSICIONES TO TRP-REPOSICIONES
               GO TO PSYS-ERR.
           MOVE TARJETA-BLOQUEAR TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSUP-ESTADO-NOEXISTE.
      * la congelada por cumplimiento no cambia de estado por aqui
           IF TARJETA-CONGELADA
               GO TO PSUP-ESTADO-ERR.

           INITIALIZE ESTADO-NUEVO.
           DISPLAY (12, 15) "1-Activa 2-Perdida 3-Robada 4-Baja:".
           ACCEPT ESTADO-NUEVO-ACCEPT.
           IF ESTADO-NUEVO = 0 OR ESTADO-NUEVO > 4
               GO TO PSUP-ESTADO-ERR.
      * la tarjeta que ya tiene reposicion no se reactiva: quedarian
      * dos tarjetas vivas sobre el mismo saldo
           IF ESTADO-NUEVO = 1
               MOVE TARJETA-BLOQUEAR TO TARJETA-REPUESTA
               PERFORM COMPROBAR-REPOSICION
                   THRU COMPROBAR-REPOSICION-EXIT
               IF YA-REPUESTA = 1
                   GO TO PSUP-ESTADO-REPUESTA.

           CLOSE TARJETAS.

                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".

       PSUP-ESTADO-REPUESTA.
           CLOSE TARJETAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta ya tiene tarjeta de reposicion"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "y no puede volver a activarse" LINE 12 COLUMN 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PSUP-ESTADO-ENTER.

       PSUP-ESTADO-ENTER.
           ACCEPT CHOICE ON EXCEPTION
           IF ENTER-PRESSED
           DISPLAY (10, 15) "Billetes mayores repuestos:".
           DISPLAY (11, 15) "Billetes medianos repuestos:".
           DISPLAY (12, 15) "Billetes menores repuestos:".
           DISPLAY (13, 15) "Divisa (codigo):".
           PERFORM CARGAR-DIVISAS THRU CARGAR-DIVISAS-EXIT.
           PERFORM LISTAR-DIVISAS THRU LISTAR-DIVISAS-EXIT.
           DISPLAY (15, 15) "EUR: 50/20/10; en divisa, sus billetes".
           DISPLAY (16, 15) LISTA-DIVISAS (1:64).
           DISPLAY (17, 15) LISTA-DIVISAS (65:64).
           ACCEPT IMPORTE-REP-ACCEPT.
           IF TERMINAL-REP = 0
               MOVE TERMINAL-ID TO TERMINAL-REP.
           IF DIVISA-REP > 1
               GO TO PSUP-REPOSICION-FX.

           MOVE 50 TO BIL-DENOM.
           IF FSRP NOT = 00
               GO TO PSYS-ERR.

           MOVE TNUM TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO REP-TARJETA-SUPERVISOR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO TO REP-ANO.
           MOVE MES TO REP-MES.
           GO TO PSUP-REPOSICION-FIN.

      * reposicion del billetero de divisa: las tres cantidades van
      * a las denominaciones de la divisa elegida segun el maestro de
      * divisas, con su linea en reposicionesfx.rpt para el cuadre
      * por divisa; solo divisas activas con billetes definidos
       PSUP-REPOSICION-FX.
           MOVE DIVISA-REP TO DIVISA-CONSULTA.
           PERFORM VER-DIVISA THRU VER-DIVISA-EXIT.
           IF DIVISA-OPERABLE = 0
               GO TO PSUP-REPOSICION-FX-ERR.
           IF MDV-DENOM (DIVISA-REP, 1) = 0
               GO TO PSUP-REPOSICION-FX-ERR.
           IF CANT-REP-20 NOT = 0 AND MDV-DENOM (DIVISA-REP, 2) = 0
               GO TO PSUP-REPOSICION-FX-ERR.
           IF CANT-REP-10 NOT = 0 AND MDV-DENOM (DIVISA-REP, 3) = 0
               GO TO PSUP-REPOSICION-FX-ERR.
           MOVE MDV-DENOM (DIVISA-REP, 1) TO DENOM-REP-ACTUAL.
           MOVE CANT-REP-50 TO CANT-REP-ACTUAL.
           PERFORM PSUP-REP-BIL-FX THRU PSUP-REP-BIL-FX-EXIT.
           MOVE MDV-DENOM (DIVISA-REP, 2) TO DENOM-REP-ACTUAL.
           MOVE CANT-REP-20 TO CANT-REP-ACTUAL.
           PERFORM PSUP-REP-BIL-FX THRU PSUP-REP-BIL-FX-EXIT.
           MOVE MDV-DENOM (DIVISA-REP, 3) TO DENOM-REP-ACTUAL.
           MOVE CANT-REP-10 TO CANT-REP-ACTUAL.
           PERFORM PSUP-REP-BIL-FX THRU PSUP-REP-BIL-FX-EXIT.

           MOVE SUPERVISOR-EN-SESION TO SUPJRN-SUPERVISOR.
           MOVE "REPOSIC.FX" TO SUPJRN-ACCION.
           MOVE SPACES TO SUPJRN-CLAVE.
           MOVE ISO-CONSULTA TO SUPJRN-CLAVE (1:3).
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE SPACES TO SUPJRN-DESPUES.
           STRING CANT-REP-50 "/" CANT-REP-20 "/" CANT-REP-10
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PSUP-REPOSICION-FIN.

       PSUP-REPOSICION-FX-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La divisa no esta activa o no tiene esos"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "billetes en el maestro de divisas"
               LINE 12 COLUMN 23
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PSUP-REPOSICION-FIN.

       PSUP-REP-BIL-FX.
           IF CANT-REP-ACTUAL = 0
               GO TO PSUP-REP-BIL-FX-EXIT.
           END-IF.
           IF FSRF NOT = 00
               GO TO PSUP-REP-BIL-FX-EXIT.
           MOVE TNUM TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO RPF-TARJETA-SUPERVISOR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE DIA TO RPF-DIA.
           MOVE MES TO RPF-MES.
           INITIALIZE CLI-DNI.
           INITIALIZE CLI-DIRECCION.
           INITIALIZE CLI-TELEFONO.
           INITIALIZE CLI-FECHA-NACIMIENTO.
           INITIALIZE CLI-NACIONALIDAD.
           INITIALIZE CLI-PROFESION.
           INITIALIZE CLI-DOC-CADUCIDAD.
           DISPLAY (9, 15) "Nombre:".
           DISPLAY (10, 15) "Apellidos:".
           DISPLAY (11, 15) "DNI:".
           DISPLAY (12, 15) "Direccion:".
           DISPLAY (13, 15) "Telefono:".
           DISPLAY (14, 15) "Nacimiento (AAAAMMDD):".
           DISPLAY (15, 15) "Nacionalidad (ES...):".
           DISPLAY (16, 15) "Profesion (1-6):".
           DISPLAY (17, 15) "Caducidad DNI (AAAAMMDD):".
           DISPLAY (19, 15) "Profesion: 1 asalariado 2 pensionista".
           DISPLAY (20, 15) "3 sin ingresos 4 autonomo 5 negocio de".
           DISPLAY (21, 15) "efectivo 6 cargo publico".
           ACCEPT ALTA-CLIENTE-ACCEPT.

      * el DNI se valida con su letra de control en el momento de la
               CLOSE TARJETAS
               GO TO PSUP-ALTA-DNI-ERR.

      * la diligencia debida se exige completa: sin documento en
      * vigor no se da de alta a nadie
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           IF CLI-PROFESION = 0 OR CLI-PROFESION > 6
                   OR CLI-NACIONALIDAD = SPACES
                   OR CLI-FECHA-NACIMIENTO = 0
                   OR CLI-FECHA-NACIMIENTO NOT < FECHA-HOY-YMD
                   OR CLI-DOC-CADUCIDAD NOT > FECHA-HOY-YMD
               CLOSE TARJETAS
               GO TO PSUP-ALTA-KYC-ERR.

           CLOSE TARJETAS.

      * control a cuatro ojos: el alta completa (titular incluido)
           MOVE CLI-DNI TO APR-DAT-DNI.
           MOVE CLI-DIRECCION TO APR-DAT-DIRECCION.
           MOVE CLI-TELEFONO TO APR-DAT-TELEFONO.
           MOVE CLI-FECHA-NACIMIENTO TO APR-DAT-NACIMIENTO.
           MOVE CLI-NACIONALIDAD TO APR-DAT-NACIONALIDAD.
           MOVE CLI-PROFESION TO APR-DAT-PROFESION.
           MOVE CLI-DOC-CADUCIDAD TO APR-DAT-CADUCIDAD-DOC.
           MOVE 0 TO APR-DAT-TUTOR.
      * titular menor de edad: la tarjeta nace como cuenta de menor
      * y el alta exige la tarjeta de su tutor legal y el
      * consentimiento firmado de este
           COMPUTE EDAD-ALTA =
               (FECHA-HOY-YMD - CLI-FECHA-NACIMIENTO) / 10000.
           IF EDAD-ALTA < 18
               GO TO PSUP-ALTA-TUTOR.
           PERFORM APARCAR-SOLICITUD THRU APARCAR-SOLICITUD-EXIT.
           GO TO PSUP-ALTA-ENTER.

       PSUP-ALTA-TUTOR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 15) "Alta de tarjeta - titular menor de edad".
           INITIALIZE TARJETA-TUTOR-ALTA.
           MOVE SPACES TO CONSENTIMIENTO-TUTOR.
           DISPLAY (10, 15) "Tarjeta del tutor legal:".
           DISPLAY (11, 15) "Consentimiento firmado (S/N):".
           ACCEPT ALTA-TUTOR-ACCEPT.
           IF CONSENTIMIENTO-TUTOR NOT = "S"
               GO TO PSUP-ALTA-TUTOR-ERR.
           PERFORM VALIDAR-TUTOR-ALTA THRU VALIDAR-TUTOR-ALTA-EXIT.
           IF TUTOR-ALTA-VALIDO = 0
               GO TO PSUP-ALTA-TUTOR-ERR.
           MOVE TUTOR-ALTA-CLIENTE TO APR-DAT-TUTOR.
           PERFORM APARCAR-SOLICITUD THRU APARCAR-SOLICITUD-EXIT.
           GO TO PSUP-ALTA-ENTER.

       PSUP-ALTA-TUTOR-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Sin tutor valido o sin su consentimiento"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PSUP-ALTA-ENTER.

       PSUP-ALTA-DNI-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El DNI no es valido (letra de control)"
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PSUP-ALTA-ENTER.

       PSUP-ALTA-KYC-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Faltan datos del titular o el DNI esta caducado"
               LINE 11 COLUMN 16
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PSUP-ALTA-ENTER.

       PSUP-ALTA-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta ya existe" LINE 11 COLUMN 29
