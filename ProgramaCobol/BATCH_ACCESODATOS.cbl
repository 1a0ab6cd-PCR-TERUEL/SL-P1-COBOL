       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ACCESODATOS.
      * derecho de acceso del interesado: copia legible de todo lo
      * que guardamos de un cliente y de sus tarjetas. La orden la
      * prepara el supervisor en accesodatos.ctl (CLI-COD, tarjeta
      * del supervisor y fecha en que el cliente lo pidio); el
      * informe accesodatos.rpt lleva una linea por registro con su
      * fichero de origen y un total por fichero, y la atencion de
      * la peticion queda anotada en el diario de supervisores.
      * La ley da un mes para contestar: la primera linea lleva la
      * fecha limite y si ya se ha pasado se avisa
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "MOVIMIENTOS-HIST-SEL.cpy".
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "TRANSFERENCIAS-HIST-SEL.cpy".
           COPY "INTENTOS-HIST-SEL.cpy".
           COPY "ALERTAS-SEL.cpy".
           COPY "FAVORITOS-SEL.cpy".
           COPY "MANDATOS-SEL.cpy".
           COPY "TELEFONOS-SEL.cpy".
           COPY "PRESTAMOS-SEL.cpy".
           COPY "SOLPRESTAMOS-SEL.cpy".
           COPY "CREDITOS-SEL.cpy".
           COPY "PLAZOS-SEL.cpy".
           COPY "DEPOSITOS-SEL.cpy".
           COPY "RECLAMOS-SEL.cpy".
           COPY "QUEJAS-SEL.cpy".
           COPY "DISPUTASDOM-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ENVIOS-SMS-SEL.cpy".
           COPY "ENVIOS-CARTA-SEL.cpy".
           COPY "ENVIOS-EMAIL-SEL.cpy".
           COPY "PREFERENCIAS-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".

           SELECT ACCESO-CTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAC.

           SELECT INFORME-ACCESO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAR.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "MOVIMIENTOS-HIST-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "TRANSFERENCIAS-HIST-FD.cpy".
           COPY "INTENTOS-HIST-FD.cpy".
           COPY "ALERTAS-FD.cpy".
           COPY "FAVORITOS-FD.cpy".
           COPY "MANDATOS-FD.cpy".
           COPY "TELEFONOS-FD.cpy".
           COPY "PRESTAMOS-FD.cpy".
           COPY "SOLPRESTAMOS-FD.cpy".
           COPY "CREDITOS-FD.cpy".
           COPY "PLAZOS-FD.cpy".
           COPY "DEPOSITOS-FD.cpy".
           COPY "RECLAMOS-FD.cpy".
           COPY "QUEJAS-FD.cpy".
           COPY "DISPUTASDOM-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ENVIOS-SMS-FD.cpy".
           COPY "ENVIOS-CARTA-FD.cpy".
           COPY "ENVIOS-EMAIL-FD.cpy".
           COPY "PREFERENCIAS-FD.cpy".
           COPY "SUPJRN-FD.cpy".

      * orden de acceso preparada por el supervisor, en la primera
      * linea: cliente, tarjeta del supervisor que la atiende y
      * fecha de la peticion del cliente (AAAAMMDD)
       FD ACCESO-CTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "accesodatos.ctl".
       01 ACCESO-CTL-REG.
           02 CTL-CLIENTE              PIC 9(9).
           02 CTL-SUPERVISOR           PIC 9(16).
           02 CTL-FECHA-SOLICITUD      PIC 9(8).

      * una linea por registro encontrado: fichero de origen,
      * tarjeta (enmascarada), clave del registro, fecha, importe y
      * el resto de datos en texto; cada fichero cierra con su
      * linea TOTAL
       FD INFORME-ACCESO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "accesodatos.rpt".
       01 INFORME-ACCESO-REG.
           02 ADR-SECCION              PIC X(14).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ADR-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ADR-CLAVE                PIC X(35).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ADR-FECHA                PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ADR-IMPORTE-ENT          PIC -9(9).
           02 FILLER                   PIC X(01) VALUE ",".
           02 ADR-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ADR-DETALLE              PIC X(60).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSC                       PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2) VALUE "00".
       77 FSM                       PIC   X(2) VALUE "00".
       77 FSMH                      PIC   X(2) VALUE "00".
       77 FSTH                      PIC   X(2) VALUE "00".
       77 FSIH                      PIC   X(2) VALUE "00".
       77 FSAL                      PIC   X(2) VALUE "00".
       77 FSFA                      PIC   X(2) VALUE "00".
       77 FSMA                      PIC   X(2) VALUE "00".
       77 FSTF                      PIC   X(2) VALUE "00".
       77 FSPR                      PIC   X(2) VALUE "00".
       77 FSSP                      PIC   X(2) VALUE "00".
       77 FSCW                      PIC   X(2) VALUE "00".
       77 FSPL                      PIC   X(2) VALUE "00".
       77 FSDP                      PIC   X(2) VALUE "00".
       77 FSRC                      PIC   X(2) VALUE "00".
       77 FSQJ                      PIC   X(2) VALUE "00".
       77 FSDS                      PIC   X(2) VALUE "00".
       77 FSN                       PIC   X(2) VALUE "00".
       77 FSSM                      PIC   X(2) VALUE "00".
       77 FSCA                      PIC   X(2) VALUE "00".
       77 FSML                      PIC   X(2) VALUE "00".
       77 FSPF                      PIC   X(2) VALUE "00".
       77 FSSJ                      PIC   X(2) VALUE "00".
       77 FSAC                      PIC   X(2) VALUE "00".
       77 FSAR                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "DESCRIPCION-TIPO-MOV-WS.cpy".

       77 CLIENTE-PEDIDO             PIC  9(9).
       77 SUPERVISOR-PEDIDO          PIC  9(16).
       77 FECHA-SOLICITUD-YMD        PIC  9(8).
       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-LIMITE-YMD           PIC  9(8).
       77 DIAS-PLAZO-LEGAL           PIC  9(3) VALUE 30.
       77 CLIENTE-COD-TEXTO          PIC  X(9).

      * tarjetas del cliente, de las que cuelga casi todo lo demas
       01 TABLA-TARJETAS-CLI.
           05 TARJETA-DEL-CLIENTE   PIC 9(16) OCCURS 20 TIMES.
       77 NUM-TARJETAS-CLI          PIC  9(2) VALUE 0.
       77 INDICE-TARJETA-CLI        PIC  9(2) VALUE 0.
       77 TARJETAS-FUERA            PIC  9(4) VALUE 0.
       77 TARJETA-BUSCADA           PIC  9(16).
       77 ES-DEL-CLIENTE            PIC  9(1).

      * telefonos del cliente (ficha y telefonos.ubd), para los SMS
       01 TABLA-TELEFONOS-CLI.
           05 TELEFONO-DEL-CLIENTE  PIC X(15) OCCURS 10 TIMES.
       77 NUM-TELEFONOS-CLI         PIC  9(2) VALUE 0.
       77 INDICE-TELEFONO-CLI       PIC  9(2) VALUE 0.
       77 TELEFONO-BUSCADO          PIC  X(15).
       77 ES-TELEFONO-CLI           PIC  9(1).

      * clave del diario de supervisores, vista como tarjeta
       01 CLAVE-DIARIO              PIC  X(35).
       01 CLAVE-DIARIO-PARTES REDEFINES CLAVE-DIARIO.
           05 CLAVE-DIARIO-TARJETA  PIC  9(16).
           05 FILLER                PIC  X(19).

      * linea del informe que se esta preparando
       77 LINEA-SECCION              PIC  X(14).
       77 LINEA-TARJETA              PIC  9(16).
       77 LINEA-CLAVE                PIC  X(35).
       77 LINEA-FECHA                PIC  9(8).
       77 LINEA-IMPORTE              PIC S9(9)V99.
       77 LINEA-DETALLE              PIC  X(60).
       01 IMPORTE-SIN-SIGNO          PIC  9(9)V99.
       01 IMPORTE-PARTES REDEFINES IMPORTE-SIN-SIGNO.
           05 IMPORTE-PARTE-ENT      PIC  9(9).
           05 IMPORTE-PARTE-DEC      PIC  9(2).
       77 IMPORTE-NOTIFICADO         PIC S9(9).
       77 TARJETA-TERCERO            PIC  X(16).

       77 NUM-SECCION                PIC  9(6) VALUE 0.
       77 NUM-TOTAL-REGISTROS        PIC  9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN INPUT ACCESO-CTL.
           IF FSAC NOT = 00
               DISPLAY "ERROR: falta la orden accesodatos.ctl con el "
                   "cliente y el supervisor"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           READ ACCESO-CTL AT END
               CLOSE ACCESO-CTL
               DISPLAY "ERROR: accesodatos.ctl esta vacio"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE CTL-CLIENTE TO CLIENTE-PEDIDO.
           MOVE CTL-SUPERVISOR TO SUPERVISOR-PEDIDO.
           MOVE CTL-FECHA-SOLICITUD TO FECHA-SOLICITUD-YMD.
           CLOSE ACCESO-CTL.
           IF CLIENTE-PEDIDO = 0 OR SUPERVISOR-PEDIDO = 0
               DISPLAY "ERROR: accesodatos.ctl sin cliente o sin "
                   "supervisor"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           IF FECHA-SOLICITUD-YMD = 0
               MOVE FECHA-HOY-YMD TO FECHA-SOLICITUD-YMD.
           COMPUTE FECHA-LIMITE-YMD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-SOLICITUD-YMD)
               + DIAS-PLAZO-LEGAL).

           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-PEDIDO TO CLI-COD.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               DISPLAY "ERROR: el cliente " CLIENTE-PEDIDO
                   " no existe en clientes.ubd"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           CLOSE CLIENTES.
           MOVE CLI-COD TO CLIENTE-COD-TEXTO.
           IF CLI-TELEFONO NOT = SPACES
               MOVE 1 TO NUM-TELEFONOS-CLI
               MOVE CLI-TELEFONO TO TELEFONO-DEL-CLIENTE (1).

           OPEN OUTPUT INFORME-ACCESO.
           IF FSAR NOT = 00
               GO TO PSYS-ERR.
           PERFORM ESCRIBIR-CLIENTE THRU ESCRIBIR-CLIENTE-EXIT.
           PERFORM RECOGER-TARJETAS THRU RECOGER-TARJETAS-EXIT.
           PERFORM RECOGER-MOVIMIENTOS THRU RECOGER-MOVIMIENTOS-EXIT.
           PERFORM RECOGER-MOV-HIST THRU RECOGER-MOV-HIST-EXIT.
           PERFORM RECOGER-TRANSFERENCIAS
               THRU RECOGER-TRANSFERENCIAS-EXIT.
           PERFORM RECOGER-TRANSF-HIST THRU RECOGER-TRANSF-HIST-EXIT.
           PERFORM RECOGER-INTENTOS THRU RECOGER-INTENTOS-EXIT.
           PERFORM RECOGER-ALERTAS THRU RECOGER-ALERTAS-EXIT.
           PERFORM RECOGER-FAVORITOS THRU RECOGER-FAVORITOS-EXIT.
           PERFORM RECOGER-MANDATOS THRU RECOGER-MANDATOS-EXIT.
           PERFORM RECOGER-TELEFONOS THRU RECOGER-TELEFONOS-EXIT.
           PERFORM RECOGER-PREFERENCIAS THRU RECOGER-PREFERENCIAS-EXIT.
           PERFORM RECOGER-PRESTAMOS THRU RECOGER-PRESTAMOS-EXIT.
           PERFORM RECOGER-SOLPRESTAMOS THRU RECOGER-SOLPRESTAMOS-EXIT.
           PERFORM RECOGER-CREDITOS THRU RECOGER-CREDITOS-EXIT.
           PERFORM RECOGER-PLAZOS THRU RECOGER-PLAZOS-EXIT.
           PERFORM RECOGER-DEPOSITOS THRU RECOGER-DEPOSITOS-EXIT.
           PERFORM RECOGER-RECLAMOS THRU RECOGER-RECLAMOS-EXIT.
           PERFORM RECOGER-QUEJAS THRU RECOGER-QUEJAS-EXIT.
           PERFORM RECOGER-DISPUTAS THRU RECOGER-DISPUTAS-EXIT.
           PERFORM RECOGER-NOTIFICACIONES
               THRU RECOGER-NOTIFICACIONES-EXIT.
           PERFORM RECOGER-SMS THRU RECOGER-SMS-EXIT.
           PERFORM RECOGER-EMAILS THRU RECOGER-EMAILS-EXIT.
           PERFORM RECOGER-CARTAS THRU RECOGER-CARTAS-EXIT.
           PERFORM RECOGER-DIARIO THRU RECOGER-DIARIO-EXIT.
           CLOSE INFORME-ACCESO.

      * la atencion de la peticion queda en el diario: antes la
      * fecha de la peticion, despues los registros entregados
           MOVE SUPERVISOR-PEDIDO TO SUPJRN-SUPERVISOR.
           MOVE "ACCESO DATOS" TO SUPJRN-ACCION.
           MOVE CLIENTE-COD-TEXTO TO SUPJRN-CLAVE.
           MOVE FECHA-SOLICITUD-YMD TO SUPJRN-ANTES.
           MOVE NUM-TOTAL-REGISTROS TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.
           IF FSSJ NOT = 00
               GO TO PSYS-ERR.

           IF TARJETAS-FUERA NOT = 0
               DISPLAY "AVISO: el cliente tiene " TARJETAS-FUERA
                   " tarjetas mas de las 20 que recoge el informe"
               MOVE 4 TO RETURN-CODE.
           IF FECHA-HOY-YMD > FECHA-LIMITE-YMD
               DISPLAY "AVISO: peticion atendida fuera de plazo, la "
                   "fecha limite era " FECHA-LIMITE-YMD
               MOVE 4 TO RETURN-CODE.
           DISPLAY "Informe de acceso a datos emitido. Cliente: "
               CLIENTE-PEDIDO " Tarjetas: " NUM-TARJETAS-CLI
               " Registros: " NUM-TOTAL-REGISTROS.
           STOP RUN.

      *----------------------------------------------------------*
      * cabecera de la peticion y ficha del cliente, un dato por
      * linea
      *----------------------------------------------------------*
       ESCRIBIR-CLIENTE.
           MOVE "PETICION" TO LINEA-SECCION.
           MOVE CLIENTE-COD-TEXTO TO LINEA-CLAVE.
           MOVE FECHA-SOLICITUD-YMD TO LINEA-FECHA.
           STRING "Emitido el " FECHA-HOY-YMD
               ", fecha limite de respuesta " FECHA-LIMITE-YMD
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

           MOVE 0 TO NUM-SECCION.
           MOVE "CLIENTE" TO LINEA-SECCION.
           MOVE "Nombre" TO LINEA-CLAVE.
           MOVE CLI-NOMBRE TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Apellidos" TO LINEA-CLAVE.
           MOVE CLI-APELLIDOS TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "DNI" TO LINEA-CLAVE.
           MOVE CLI-DNI TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Direccion" TO LINEA-CLAVE.
           MOVE CLI-DIRECCION TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Telefono" TO LINEA-CLAVE.
           MOVE CLI-TELEFONO TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Idioma" TO LINEA-CLAVE.
           MOVE CLI-IDIOMA TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Nacionalidad" TO LINEA-CLAVE.
           MOVE CLI-NACIONALIDAD TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Fecha de nacimiento" TO LINEA-CLAVE.
           MOVE CLI-FECHA-NACIMIENTO TO LINEA-FECHA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Caducidad del documento" TO LINEA-CLAVE.
           MOVE CLI-DOC-CADUCIDAD TO LINEA-FECHA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Profesion" TO LINEA-CLAVE.
           MOVE CLI-PROFESION TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Estado de la ficha" TO LINEA-CLAVE.
           MOVE CLI-ESTADO TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Nivel de riesgo" TO LINEA-CLAVE.
           MOVE CLI-FECHA-CALIFICACION TO LINEA-FECHA.
           MOVE CLI-RIESGO TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Ultima revision de datos" TO LINEA-CLAVE.
           MOVE CLI-FECHA-ULT-REVISION TO LINEA-FECHA.
           MOVE CLI-KYC-ESTADO TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Proxima revision de datos" TO LINEA-CLAVE.
           MOVE CLI-FECHA-REVISION TO LINEA-FECHA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Segmento" TO LINEA-CLAVE.
           MOVE CLI-SEGMENTO TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Accesibilidad" TO LINEA-CLAVE.
           MOVE CLI-ACCESIBLE TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       ESCRIBIR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tarjetas del cliente: se listan y se guardan en la tabla
      *----------------------------------------------------------*
       RECOGER-TARJETAS.
           MOVE 0 TO NUM-SECCION.
           MOVE "TARJETA" TO LINEA-SECCION.
           OPEN INPUT TARJETAS.
           IF FST = 35
               GO TO RECOGER-TARJETAS-TOTAL.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       RECOGER-TARJETAS-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO RECOGER-TARJETAS-CERRAR.
           IF TTITULAR NOT = CLIENTE-PEDIDO
               GO TO RECOGER-TARJETAS-LEER.
           IF NUM-TARJETAS-CLI < 20
               ADD 1 TO NUM-TARJETAS-CLI
               MOVE TNUM TO TARJETA-DEL-CLIENTE (NUM-TARJETAS-CLI)
           ELSE
               ADD 1 TO TARJETAS-FUERA.
           MOVE TNUM TO LINEA-TARJETA.
           MOVE "Tarjeta" TO LINEA-CLAVE.
           MOVE TFECHA-CADUCIDAD TO LINEA-FECHA.
           COMPUTE LINEA-IMPORTE = TSALDO-ENT + (TSALDO-DEC / 100).
           IF TSALDO-ENT < 0
               COMPUTE LINEA-IMPORTE =
                   TSALDO-ENT - (TSALDO-DEC / 100).
           STRING "Saldo; estado " TESTADO " producto " TPRODUCTO
               " divisa " TDIVISA " limite " TLIMITE-ENT
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-TARJETAS-LEER.

       RECOGER-TARJETAS-CERRAR.
           CLOSE TARJETAS.
       RECOGER-TARJETAS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-TARJETAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * movimientos vivos, por la clave alternativa de tarjeta
      *----------------------------------------------------------*
       RECOGER-MOVIMIENTOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "MOVIMIENTO" TO LINEA-SECCION.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               GO TO RECOGER-MOVIMIENTOS-TOTAL.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-MOVIMIENTOS-TARJETA.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-MOVIMIENTOS-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO RECOGER-MOVIMIENTOS-TARJETA.

       RECOGER-MOVIMIENTOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO RECOGER-MOVIMIENTOS-TARJETA.
           IF MOV-TARJETA NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-MOVIMIENTOS-TARJETA.
           PERFORM DESCRIBIR-TIPO-MOVIMIENTO
               THRU DESCRIBIR-TIPO-MOVIMIENTO-EXIT.
           MOVE MOV-TARJETA TO LINEA-TARJETA.
           MOVE MOV-NUM TO LINEA-CLAVE.
           COMPUTE LINEA-FECHA =
               (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           MOVE MOV-IMPORTE TO LINEA-IMPORTE.
           STRING DESCRIPCION-TIPO-MOV " " MOV-CONCEPTO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-MOVIMIENTOS-LEER.

       RECOGER-MOVIMIENTOS-CERRAR.
           CLOSE F-MOVIMIENTOS.
       RECOGER-MOVIMIENTOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-MOVIMIENTOS-EXIT.
           EXIT.

      * movimientos ya pasados al historico
       RECOGER-MOV-HIST.
           MOVE 0 TO NUM-SECCION.
           MOVE "MOV-HISTORICO" TO LINEA-SECCION.
           OPEN INPUT MOVIMIENTOS-HIST.
           IF FSMH = 35
               GO TO RECOGER-MOV-HIST-TOTAL.
           IF FSMH NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-MOV-HIST-TARJETA.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-MOV-HIST-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO MOVH-TARJETA.
           START MOVIMIENTOS-HIST KEY IS = MOVH-TARJETA
               INVALID KEY GO TO RECOGER-MOV-HIST-TARJETA.

       RECOGER-MOV-HIST-LEER.
           READ MOVIMIENTOS-HIST NEXT RECORD
               AT END GO TO RECOGER-MOV-HIST-TARJETA.
           IF MOVH-TARJETA NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-MOV-HIST-TARJETA.
           MOVE MOVH-TARJETA TO LINEA-TARJETA.
           MOVE MOVH-NUM TO LINEA-CLAVE.
           COMPUTE LINEA-FECHA =
               (MOVH-ANO * 10000) + (MOVH-MES * 100) + MOVH-DIA.
           COMPUTE LINEA-IMPORTE =
               MOVH-IMPORTE-ENT + (MOVH-IMPORTE-DEC / 100).
           IF MOVH-IMPORTE-ENT < 0
               COMPUTE LINEA-IMPORTE =
                   MOVH-IMPORTE-ENT - (MOVH-IMPORTE-DEC / 100).
           STRING "Tipo " MOVH-TIPO " " MOVH-CONCEPTO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-MOV-HIST-LEER.

       RECOGER-MOV-HIST-CERRAR.
           CLOSE MOVIMIENTOS-HIST.
       RECOGER-MOV-HIST-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-MOV-HIST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * transferencias emitidas y recibidas; la tarjeta de la otra
      * parte sale enmascarada
      *----------------------------------------------------------*
       RECOGER-TRANSFERENCIAS.
           MOVE 0 TO NUM-SECCION.
           MOVE "TRANSFERENCIA" TO LINEA-SECCION.
           OPEN INPUT TRANSFERENCIAS.
           IF FST = 35
               GO TO RECOGER-TRANSFERENCIAS-TOTAL.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-TRANSF-ORIGEN.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               MOVE 0 TO INDICE-TARJETA-CLI
               GO TO RECOGER-TRANSF-DESTINO.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO T-TARJETA-ORIGEN.
           START TRANSFERENCIAS KEY IS = T-TARJETA-ORIGEN
               INVALID KEY GO TO RECOGER-TRANSF-ORIGEN.

       RECOGER-TRANSF-ORIGEN-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO RECOGER-TRANSF-ORIGEN.
           IF T-TARJETA-ORIGEN NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-TRANSF-ORIGEN.
           MOVE T-TARJETA-DESTINO TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO TARJETA-TERCERO.
           MOVE T-TARJETA-ORIGEN TO LINEA-TARJETA.
           STRING "Emitida a " TARJETA-TERCERO " banco "
               T-BANCO-DESTINO " " T-BENEFICIARIO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM PREPARAR-TRANSFERENCIA
               THRU PREPARAR-TRANSFERENCIA-EXIT.
           GO TO RECOGER-TRANSF-ORIGEN-LEER.

       RECOGER-TRANSF-DESTINO.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-TRANSFERENCIAS-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO T-TARJETA-DESTINO.
           START TRANSFERENCIAS KEY IS = T-TARJETA-DESTINO
               INVALID KEY GO TO RECOGER-TRANSF-DESTINO.

       RECOGER-TRANSF-DESTINO-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO RECOGER-TRANSF-DESTINO.
           IF T-TARJETA-DESTINO NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-TRANSF-DESTINO.
           MOVE T-TARJETA-ORIGEN TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO TARJETA-TERCERO.
           MOVE T-TARJETA-DESTINO TO LINEA-TARJETA.
           STRING "Recibida de " TARJETA-TERCERO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM PREPARAR-TRANSFERENCIA
               THRU PREPARAR-TRANSFERENCIA-EXIT.
           GO TO RECOGER-TRANSF-DESTINO-LEER.

       RECOGER-TRANSFERENCIAS-CERRAR.
           CLOSE TRANSFERENCIAS.
       RECOGER-TRANSFERENCIAS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-TRANSFERENCIAS-EXIT.
           EXIT.

       PREPARAR-TRANSFERENCIA.
           MOVE T-NUM TO LINEA-CLAVE.
           COMPUTE LINEA-FECHA =
               (T-ANO * 10000) + (T-MES * 100) + T-DIA.
           MOVE T-IMPORTE TO LINEA-IMPORTE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       PREPARAR-TRANSFERENCIA-EXIT.
           EXIT.

      * el historico de transferencias no tiene clave de tarjeta: se
      * recorre entero
       RECOGER-TRANSF-HIST.
           MOVE 0 TO NUM-SECCION.
           MOVE "TRANSF-HISTOR" TO LINEA-SECCION.
           OPEN INPUT TRANSFERENCIAS-HIST.
           IF FSTH = 35
               GO TO RECOGER-TRANSF-HIST-TOTAL.
           IF FSTH NOT = 00
               GO TO PSYS-ERR.

       RECOGER-TRANSF-HIST-LEER.
           READ TRANSFERENCIAS-HIST NEXT RECORD
               AT END GO TO RECOGER-TRANSF-HIST-CERRAR.
           MOVE TH-TARJETA-ORIGEN TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CLI THRU BUSCAR-TARJETA-CLI-EXIT.
           IF ES-DEL-CLIENTE = 1
               MOVE TH-TARJETA-ORIGEN TO LINEA-TARJETA
               MOVE TH-TARJETA-DESTINO TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO TARJETA-TERCERO
               STRING "Emitida a " TARJETA-TERCERO
                   DELIMITED BY SIZE INTO LINEA-DETALLE
               PERFORM PREPARAR-TRANSF-HIST
                   THRU PREPARAR-TRANSF-HIST-EXIT.
           MOVE TH-TARJETA-DESTINO TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CLI THRU BUSCAR-TARJETA-CLI-EXIT.
           IF ES-DEL-CLIENTE = 1
               MOVE TH-TARJETA-DESTINO TO LINEA-TARJETA
               MOVE TH-TARJETA-ORIGEN TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO TARJETA-TERCERO
               STRING "Recibida de " TARJETA-TERCERO
                   DELIMITED BY SIZE INTO LINEA-DETALLE
               PERFORM PREPARAR-TRANSF-HIST
                   THRU PREPARAR-TRANSF-HIST-EXIT.
           GO TO RECOGER-TRANSF-HIST-LEER.

       RECOGER-TRANSF-HIST-CERRAR.
           CLOSE TRANSFERENCIAS-HIST.
       RECOGER-TRANSF-HIST-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-TRANSF-HIST-EXIT.
           EXIT.

       PREPARAR-TRANSF-HIST.
           MOVE TH-NUM TO LINEA-CLAVE.
           COMPUTE LINEA-FECHA =
               (TH-ANO * 10000) + (TH-MES * 100) + TH-DIA.
           COMPUTE LINEA-IMPORTE =
               TH-IMPORTE-ENT + (TH-IMPORTE-DEC / 100).
           IF TH-IMPORTE-ENT < 0
               COMPUTE LINEA-IMPORTE =
                   TH-IMPORTE-ENT - (TH-IMPORTE-DEC / 100).
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
       PREPARAR-TRANSF-HIST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * intentos de PIN fallidos guardados en intentoshist.ubd
      *----------------------------------------------------------*
       RECOGER-INTENTOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "INTENTO-PIN" TO LINEA-SECCION.
           OPEN INPUT INTENTOS-HIST.
           IF FSIH = 35
               GO TO RECOGER-INTENTOS-TOTAL.
           IF FSIH NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-INTENTOS-TARJETA.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-INTENTOS-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO IH-TARJETA.
           START INTENTOS-HIST KEY IS = IH-TARJETA
               INVALID KEY GO TO RECOGER-INTENTOS-TARJETA.

       RECOGER-INTENTOS-LEER.
           READ INTENTOS-HIST NEXT RECORD
               AT END GO TO RECOGER-INTENTOS-TARJETA.
           IF IH-TARJETA NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-INTENTOS-TARJETA.
           MOVE IH-TARJETA TO LINEA-TARJETA.
           MOVE IH-NUM TO LINEA-CLAVE.
           COMPUTE LINEA-FECHA =
               (IH-ANO * 10000) + (IH-MES * 100) + IH-DIA.
           STRING "PIN erroneo a las " IH-HOR ":" IH-MIN
               " en el cajero " IH-CAJERO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-INTENTOS-LEER.

       RECOGER-INTENTOS-CERRAR.
           CLOSE INTENTOS-HIST.
       RECOGER-INTENTOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-INTENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * alertas, favoritos y mandatos: la tarjeta encabeza la clave
      *----------------------------------------------------------*
       RECOGER-ALERTAS.
           MOVE 0 TO NUM-SECCION.
           MOVE "ALERTA" TO LINEA-SECCION.
           OPEN INPUT ALERTAS.
           IF FSAL = 35
               GO TO RECOGER-ALERTAS-TOTAL.
           IF FSAL NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-ALERTAS-TARJETA.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-ALERTAS-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO ALR-TARJETA.
           MOVE 0 TO ALR-TIPO.
           START ALERTAS KEY IS >= ALR-CLAVE
               INVALID KEY GO TO RECOGER-ALERTAS-TARJETA.

       RECOGER-ALERTAS-LEER.
           READ ALERTAS NEXT RECORD
               AT END GO TO RECOGER-ALERTAS-TARJETA.
           IF ALR-TARJETA NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-ALERTAS-TARJETA.
           MOVE ALR-TARJETA TO LINEA-TARJETA.
           STRING "Alerta tipo " ALR-TIPO
               DELIMITED BY SIZE INTO LINEA-CLAVE.
           COMPUTE LINEA-IMPORTE =
               ALR-UMBRAL-ENT + (ALR-UMBRAL-DEC / 100).
           IF ALR-ARMADA = 1
               MOVE "Umbral; armada" TO LINEA-DETALLE
           ELSE
               MOVE "Umbral; desarmada" TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-ALERTAS-LEER.

       RECOGER-ALERTAS-CERRAR.
           CLOSE ALERTAS.
       RECOGER-ALERTAS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-ALERTAS-EXIT.
           EXIT.

       RECOGER-FAVORITOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "FAVORITO" TO LINEA-SECCION.
           OPEN INPUT FAVORITOS.
           IF FSFA = 35
               GO TO RECOGER-FAVORITOS-TOTAL.
           IF FSFA NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-FAVORITOS-TARJETA.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-FAVORITOS-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO FAV-TARJETA.
           MOVE LOW-VALUES TO FAV-ALIAS.
           START FAVORITOS KEY IS >= FAV-CLAVE
               INVALID KEY GO TO RECOGER-FAVORITOS-TARJETA.

       RECOGER-FAVORITOS-LEER.
           READ FAVORITOS NEXT RECORD
               AT END GO TO RECOGER-FAVORITOS-TARJETA.
           IF FAV-TARJETA NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-FAVORITOS-TARJETA.
           MOVE FAV-DESTINO TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO TARJETA-TERCERO.
           MOVE FAV-TARJETA TO LINEA-TARJETA.
           MOVE FAV-ALIAS TO LINEA-CLAVE.
           STRING "Destino " TARJETA-TERCERO " banco "
               FAV-BANCO-DESTINO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-FAVORITOS-LEER.

       RECOGER-FAVORITOS-CERRAR.
           CLOSE FAVORITOS.
       RECOGER-FAVORITOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-FAVORITOS-EXIT.
           EXIT.

       RECOGER-MANDATOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "MANDATO" TO LINEA-SECCION.
           OPEN INPUT MANDATOS.
           IF FSMA = 35
               GO TO RECOGER-MANDATOS-TOTAL.
           IF FSMA NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-MANDATOS-TARJETA.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-MANDATOS-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO MAN-TARJETA.
           MOVE 0 TO MAN-EMISOR.
           START MANDATOS KEY IS >= MAN-CLAVE
               INVALID KEY GO TO RECOGER-MANDATOS-TARJETA.

       RECOGER-MANDATOS-LEER.
           READ MANDATOS NEXT RECORD
               AT END GO TO RECOGER-MANDATOS-TARJETA.
           IF MAN-TARJETA NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-MANDATOS-TARJETA.
           MOVE MAN-TARJETA TO LINEA-TARJETA.
           STRING "Emisor " MAN-EMISOR
               DELIMITED BY SIZE INTO LINEA-CLAVE.
           MOVE MAN-FECHA-ALTA TO LINEA-FECHA.
           STRING "Referencia " MAN-REFERENCIA " estado "
               MAN-ESTADO " disputas " MAN-DISPUTAS
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-MANDATOS-LEER.

       RECOGER-MANDATOS-CERRAR.
           CLOSE MANDATOS.
       RECOGER-MANDATOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-MANDATOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * telefonos dados de alta a nombre del cliente o de sus
      * tarjetas; se guardan para buscar los SMS enviados
      *----------------------------------------------------------*
       RECOGER-TELEFONOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "TELEFONO" TO LINEA-SECCION.
           OPEN INPUT TELEFONOS.
           IF FSTF = 35
               GO TO RECOGER-TELEFONOS-TOTAL.
           IF FSTF NOT = 00
               GO TO PSYS-ERR.

       RECOGER-TELEFONOS-LEER.
           READ TELEFONOS NEXT RECORD
               AT END GO TO RECOGER-TELEFONOS-CERRAR.
           MOVE TEL-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CLI THRU BUSCAR-TARJETA-CLI-EXIT.
           IF ES-DEL-CLIENTE = 0 AND TEL-TITULAR NOT = CLIENTE-PEDIDO
               GO TO RECOGER-TELEFONOS-LEER.
           MOVE TEL-TELEFONO TO TELEFONO-BUSCADO.
           PERFORM BUSCAR-TELEFONO-CLI THRU BUSCAR-TELEFONO-CLI-EXIT.
           IF ES-TELEFONO-CLI = 0 AND NUM-TELEFONOS-CLI < 10
               ADD 1 TO NUM-TELEFONOS-CLI
               MOVE TEL-TELEFONO TO
                   TELEFONO-DEL-CLIENTE (NUM-TELEFONOS-CLI).
           MOVE TEL-TARJETA TO LINEA-TARJETA.
           MOVE TEL-TELEFONO TO LINEA-CLAVE.
           MOVE TEL-FECHA-ALTA TO LINEA-FECHA.
           MOVE "Telefono para avisos y operaciones" TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-TELEFONOS-LEER.

       RECOGER-TELEFONOS-CERRAR.
           CLOSE TELEFONOS.
       RECOGER-TELEFONOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-TELEFONOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * preferencias de contacto: email, canal por tipo de aviso,
      * consentimiento de publicidad y horas de silencio
      *----------------------------------------------------------*
       RECOGER-PREFERENCIAS.
           MOVE 0 TO NUM-SECCION.
           MOVE "PREFERENCIAS" TO LINEA-SECCION.
           MOVE SPACES TO PRF-EMAIL.
           OPEN INPUT PREFERENCIAS.
           IF FSPF = 35
               MOVE "00" TO FSPF
               GO TO RECOGER-PREFERENCIAS-TOTAL.
           IF FSPF NOT = 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-PEDIDO TO PRF-CLIENTE.
           READ PREFERENCIAS INVALID KEY
               MOVE SPACES TO PRF-EMAIL
               GO TO RECOGER-PREFERENCIAS-CERRAR.
           MOVE "Email" TO LINEA-CLAVE.
           MOVE PRF-FECHA-MODIFICACION TO LINEA-FECHA.
           MOVE PRF-EMAIL TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Canales de aviso" TO LINEA-CLAVE.
           MOVE PRF-FECHA-MODIFICACION TO LINEA-FECHA.
           STRING "Alertas " PRF-CANAL-ALERTAS ", extractos "
               PRF-CANAL-EXTRACTOS ", publicidad "
               PRF-CANAL-PUBLICIDAD ", servicio " PRF-CANAL-SERVICIO
               " (1 SMS 2 email 3 carta 4 ninguno)"
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Consentimiento publicidad" TO LINEA-CLAVE.
           MOVE PRF-FECHA-CONSENTIMIENTO TO LINEA-FECHA.
           IF PUBLICIDAD-CONSENTIDA
               MOVE "Concedido" TO LINEA-DETALLE
           ELSE
               IF PUBLICIDAD-RETIRADA
                   MOVE "Retirado" TO LINEA-DETALLE
               ELSE
                   MOVE "No consta" TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "Horas de silencio SMS" TO LINEA-CLAVE.
           STRING "De " PRF-SILENCIO-DESDE " a " PRF-SILENCIO-HASTA
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

       RECOGER-PREFERENCIAS-CERRAR.
           CLOSE PREFERENCIAS.
       RECOGER-PREFERENCIAS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-PREFERENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * prestamos, solicitudes, credito, plazos y depositos
      *----------------------------------------------------------*
       RECOGER-PRESTAMOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "PRESTAMO" TO LINEA-SECCION.
           OPEN INPUT PRESTAMOS.
           IF FSPR = 35
               GO TO RECOGER-PRESTAMOS-TOTAL.
           IF FSPR NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-PRESTAMOS-TARJETA.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-PRESTAMOS-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO PRE-TARJETA.
           START PRESTAMOS KEY IS = PRE-TARJETA
               INVALID KEY GO TO RECOGER-PRESTAMOS-TARJETA.

       RECOGER-PRESTAMOS-LEER.
           READ PRESTAMOS NEXT RECORD
               AT END GO TO RECOGER-PRESTAMOS-TARJETA.
           IF PRE-TARJETA NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-PRESTAMOS-TARJETA.
           MOVE PRE-TARJETA TO LINEA-TARJETA.
           MOVE PRE-NUM TO LINEA-CLAVE.
           MOVE PRE-FECHA-CONCESION TO LINEA-FECHA.
           COMPUTE LINEA-IMPORTE =
               PRE-PRINCIPAL-ENT + (PRE-PRINCIPAL-DEC / 100).
           STRING "Principal; " PRE-MESES " meses, cuota "
               PRE-CUOTA-ENT "," PRE-CUOTA-DEC ", pagadas "
               PRE-CUOTAS-PAGADAS ", impagos " PRE-IMPAGOS
               ", estado " PRE-ESTADO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-PRESTAMOS-LEER.

       RECOGER-PRESTAMOS-CERRAR.
           CLOSE PRESTAMOS.
       RECOGER-PRESTAMOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-PRESTAMOS-EXIT.
           EXIT.

       RECOGER-SOLPRESTAMOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "SOL-PRESTAMO" TO LINEA-SECCION.
           OPEN INPUT SOLPRESTAMOS.
           IF FSSP = 35
               GO TO RECOGER-SOLPRESTAMOS-TOTAL.
           IF FSSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-SOLPRESTAMOS-TARJETA.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-SOLPRESTAMOS-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO SPR-TARJETA.
           START SOLPRESTAMOS KEY IS = SPR-TARJETA
               INVALID KEY GO TO RECOGER-SOLPRESTAMOS-TARJETA.

       RECOGER-SOLPRESTAMOS-LEER.
           READ SOLPRESTAMOS NEXT RECORD
               AT END GO TO RECOGER-SOLPRESTAMOS-TARJETA.
           IF SPR-TARJETA NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-SOLPRESTAMOS-TARJETA.
           MOVE SPR-TARJETA TO LINEA-TARJETA.
           MOVE SPR-NUM TO LINEA-CLAVE.
           MOVE SPR-FECHA-ALTA TO LINEA-FECHA.
           MOVE SPR-IMPORTE TO LINEA-IMPORTE.
           STRING "Solicitado; " SPR-MESES " meses, estado "
               SPR-ESTADO ", " SPR-MOTIVO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-SOLPRESTAMOS-LEER.

       RECOGER-SOLPRESTAMOS-CERRAR.
           CLOSE SOLPRESTAMOS.
       RECOGER-SOLPRESTAMOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-SOLPRESTAMOS-EXIT.
           EXIT.

       RECOGER-CREDITOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "CREDITO" TO LINEA-SECCION.
           OPEN INPUT CREDITOS.
           IF FSCW = 35
               GO TO RECOGER-CREDITOS-TOTAL.
           IF FSCW NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-CREDITOS-TARJETA.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-CREDITOS-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO CRE-TARJETA.
           READ CREDITOS INVALID KEY
               GO TO RECOGER-CREDITOS-TARJETA.
           MOVE CRE-TARJETA TO LINEA-TARJETA.
           MOVE "Linea de credito" TO LINEA-CLAVE.
           MOVE CRE-FECHA-CORTE TO LINEA-FECHA.
           COMPUTE LINEA-IMPORTE =
               CRE-LIMITE-ENT + (CRE-LIMITE-DEC / 100).
           STRING "Limite; deuda al corte " CRE-DEUDA-CORTE-ENT ","
               CRE-DEUDA-CORTE-DEC ", pendiente " CRE-PENDIENTE-ENT
               "," CRE-PENDIENTE-DEC ", estado " CRE-ESTADO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-CREDITOS-TARJETA.

       RECOGER-CREDITOS-CERRAR.
           CLOSE CREDITOS.
       RECOGER-CREDITOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-CREDITOS-EXIT.
           EXIT.

       RECOGER-PLAZOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "PLAZO-FIJO" TO LINEA-SECCION.
           OPEN INPUT PLAZOS.
           IF FSPL = 35
               GO TO RECOGER-PLAZOS-TOTAL.
           IF FSPL NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-TARJETA-CLI.

       RECOGER-PLAZOS-TARJETA.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO RECOGER-PLAZOS-CERRAR.
           MOVE TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               TO PLZ-TARJETA.
           START PLAZOS KEY IS = PLZ-TARJETA
               INVALID KEY GO TO RECOGER-PLAZOS-TARJETA.

       RECOGER-PLAZOS-LEER.
           READ PLAZOS NEXT RECORD
               AT END GO TO RECOGER-PLAZOS-TARJETA.
           IF PLZ-TARJETA NOT =
                   TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI)
               GO TO RECOGER-PLAZOS-TARJETA.
           MOVE PLZ-TARJETA TO LINEA-TARJETA.
           MOVE PLZ-NUM TO LINEA-CLAVE.
           MOVE PLZ-FECHA-APERTURA TO LINEA-FECHA.
           COMPUTE LINEA-IMPORTE =
               PLZ-PRINCIPAL-ENT + (PLZ-PRINCIPAL-DEC / 100).
           STRING "Principal; " PLZ-MESES " meses, vence "
               PLZ-FECHA-VENCIMIENTO ", estado " PLZ-ESTADO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-PLAZOS-LEER.

       RECOGER-PLAZOS-CERRAR.
           CLOSE PLAZOS.
       RECOGER-PLAZOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-PLAZOS-EXIT.
           EXIT.

      * ingresos de efectivo en cajero: sin clave de tarjeta
       RECOGER-DEPOSITOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "INGRESO-CAJERO" TO LINEA-SECCION.
           OPEN INPUT DEPOSITOS.
           IF FSDP = 35
               GO TO RECOGER-DEPOSITOS-TOTAL.
           IF FSDP NOT = 00
               GO TO PSYS-ERR.

       RECOGER-DEPOSITOS-LEER.
           READ DEPOSITOS NEXT RECORD
               AT END GO TO RECOGER-DEPOSITOS-CERRAR.
           MOVE DEP-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CLI THRU BUSCAR-TARJETA-CLI-EXIT.
           IF ES-DEL-CLIENTE = 0
               GO TO RECOGER-DEPOSITOS-LEER.
           MOVE DEP-TARJETA TO LINEA-TARJETA.
           MOVE DEP-MOV-NUM TO LINEA-CLAVE.
           COMPUTE LINEA-FECHA =
               (DEP-ANO * 10000) + (DEP-MES * 100) + DEP-DIA.
           COMPUTE LINEA-IMPORTE =
               DEP-IMPORTE-ENT + (DEP-IMPORTE-DEC / 100).
           STRING "Cajero " DEP-CAJERO ", billetes de 50: "
               DEP-CANT-50 ", de 20: " DEP-CANT-20 ", de 10: "
               DEP-CANT-10
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-DEPOSITOS-LEER.

       RECOGER-DEPOSITOS-CERRAR.
           CLOSE DEPOSITOS.
       RECOGER-DEPOSITOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-DEPOSITOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * reclamaciones de cajero, quejas y disputas de recibos
      *----------------------------------------------------------*
       RECOGER-RECLAMOS.
           MOVE 0 TO NUM-SECCION.
           MOVE "RECLAMACION" TO LINEA-SECCION.
           OPEN INPUT RECLAMOS.
           IF FSRC = 35
               GO TO RECOGER-RECLAMOS-TOTAL.
           IF FSRC NOT = 00
               GO TO PSYS-ERR.

       RECOGER-RECLAMOS-LEER.
           READ RECLAMOS NEXT RECORD
               AT END GO TO RECOGER-RECLAMOS-CERRAR.
           MOVE RCL-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CLI THRU BUSCAR-TARJETA-CLI-EXIT.
           IF ES-DEL-CLIENTE = 0
               GO TO RECOGER-RECLAMOS-LEER.
           MOVE RCL-TARJETA TO LINEA-TARJETA.
           MOVE RCL-NUM TO LINEA-CLAVE.
           MOVE RCL-FECHA-ALTA TO LINEA-FECHA.
           COMPUTE LINEA-IMPORTE =
               RCL-IMPORTE-ENT + (RCL-IMPORTE-DEC / 100).
           STRING "Retirada del " RCL-FECHA-RETIRADA " en cajero "
               RCL-CAJERO ", estado " RCL-ESTADO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-RECLAMOS-LEER.

       RECOGER-RECLAMOS-CERRAR.
           CLOSE RECLAMOS.
       RECOGER-RECLAMOS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-RECLAMOS-EXIT.
           EXIT.

       RECOGER-QUEJAS.
           MOVE 0 TO NUM-SECCION.
           MOVE "QUEJA" TO LINEA-SECCION.
           OPEN INPUT QUEJAS.
           IF FSQJ = 35
               GO TO RECOGER-QUEJAS-TOTAL.
           IF FSQJ NOT = 00
               GO TO PSYS-ERR.

       RECOGER-QUEJAS-LEER.
           READ QUEJAS NEXT RECORD
               AT END GO TO RECOGER-QUEJAS-CERRAR.
           MOVE QJA-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CLI THRU BUSCAR-TARJETA-CLI-EXIT.
           IF ES-DEL-CLIENTE = 0
               GO TO RECOGER-QUEJAS-LEER.
           MOVE QJA-TARJETA TO LINEA-TARJETA.
           MOVE QJA-NUM TO LINEA-CLAVE.
           MOVE QJA-FECHA-ALTA TO LINEA-FECHA.
           MOVE QJA-TEXTO TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           IF QJA-FECHA-RESOLUCION NOT = 0
               MOVE QJA-TARJETA TO LINEA-TARJETA
               MOVE QJA-NUM TO LINEA-CLAVE
               MOVE QJA-FECHA-RESOLUCION TO LINEA-FECHA
               MOVE QJA-RESOLUCION TO LINEA-DETALLE
               PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-QUEJAS-LEER.

       RECOGER-QUEJAS-CERRAR.
           CLOSE QUEJAS.
       RECOGER-QUEJAS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-QUEJAS-EXIT.
           EXIT.

       RECOGER-DISPUTAS.
           MOVE 0 TO NUM-SECCION.
           MOVE "DISPUTA-RECIBO" TO LINEA-SECCION.
           OPEN INPUT DISPUTASDOM.
           IF FSDS = 35
               GO TO RECOGER-DISPUTAS-TOTAL.
           IF FSDS NOT = 00
               GO TO PSYS-ERR.

       RECOGER-DISPUTAS-LEER.
           READ DISPUTASDOM NEXT RECORD
               AT END GO TO RECOGER-DISPUTAS-CERRAR.
           MOVE DSP-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CLI THRU BUSCAR-TARJETA-CLI-EXIT.
           IF ES-DEL-CLIENTE = 0
               GO TO RECOGER-DISPUTAS-LEER.
           MOVE DSP-TARJETA TO LINEA-TARJETA.
           MOVE DSP-MOV-NUM TO LINEA-CLAVE.
           MOVE DSP-FECHA TO LINEA-FECHA.
           COMPUTE LINEA-IMPORTE =
               DSP-IMPORTE-ENT + (DSP-IMPORTE-DEC / 100).
           STRING "Recibo del emisor " DSP-EMISOR " referencia "
               DSP-REFERENCIA ", estado " DSP-ESTADO
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-DISPUTAS-LEER.

       RECOGER-DISPUTAS-CERRAR.
           CLOSE DISPUTASDOM.
       RECOGER-DISPUTAS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-DISPUTAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * avisos enviados: cola de notificaciones por tarjeta, SMS
      * por telefono, correos por email y cartas por direccion
      *----------------------------------------------------------*
       RECOGER-NOTIFICACIONES.
           MOVE 0 TO NUM-SECCION.
           MOVE "NOTIFICACION" TO LINEA-SECCION.
           OPEN INPUT NOTIFICACIONES.
           IF FSN = 35
               GO TO RECOGER-NOTIFICACIONES-TOTAL.
           IF FSN NOT = 00
               GO TO PSYS-ERR.

       RECOGER-NOTIFICACIONES-LEER.
           READ NOTIFICACIONES
               AT END GO TO RECOGER-NOTIFICACIONES-CERRAR.
           MOVE NTF-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CLI THRU BUSCAR-TARJETA-CLI-EXIT.
           IF ES-DEL-CLIENTE = 0
               GO TO RECOGER-NOTIFICACIONES-LEER.
           MOVE NTF-TARJETA TO LINEA-TARJETA.
           MOVE NTF-TIPO TO LINEA-CLAVE.
           COMPUTE LINEA-FECHA =
               (NTF-ANO * 10000) + (NTF-MES * 100) + NTF-DIA.
           MOVE NTF-IMPORTE-ENT TO IMPORTE-NOTIFICADO.
           COMPUTE LINEA-IMPORTE =
               IMPORTE-NOTIFICADO + (NTF-IMPORTE-DEC / 100).
           IF IMPORTE-NOTIFICADO < 0
               COMPUTE LINEA-IMPORTE =
                   IMPORTE-NOTIFICADO - (NTF-IMPORTE-DEC / 100).
           MOVE NTF-CONCEPTO TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-NOTIFICACIONES-LEER.

       RECOGER-NOTIFICACIONES-CERRAR.
           CLOSE NOTIFICACIONES.
       RECOGER-NOTIFICACIONES-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-NOTIFICACIONES-EXIT.
           EXIT.

       RECOGER-SMS.
           MOVE 0 TO NUM-SECCION.
           MOVE "SMS-ENVIADO" TO LINEA-SECCION.
           OPEN INPUT ENVIOS-SMS.
           IF FSSM = 35
               GO TO RECOGER-SMS-TOTAL.
           IF FSSM NOT = 00
               GO TO PSYS-ERR.

       RECOGER-SMS-LEER.
           READ ENVIOS-SMS
               AT END GO TO RECOGER-SMS-CERRAR.
           MOVE SMS-TELEFONO TO TELEFONO-BUSCADO.
           PERFORM BUSCAR-TELEFONO-CLI THRU BUSCAR-TELEFONO-CLI-EXIT.
           IF ES-TELEFONO-CLI = 0
               GO TO RECOGER-SMS-LEER.
           MOVE SMS-TELEFONO TO LINEA-CLAVE.
           MOVE SMS-COLA TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-SMS-LEER.

       RECOGER-SMS-CERRAR.
           CLOSE ENVIOS-SMS.
       RECOGER-SMS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-SMS-EXIT.
           EXIT.

       RECOGER-EMAILS.
           MOVE 0 TO NUM-SECCION.
           MOVE "EMAIL-ENVIADO" TO LINEA-SECCION.
           IF PRF-EMAIL = SPACES
               GO TO RECOGER-EMAILS-TOTAL.
           OPEN INPUT ENVIOS-EMAIL.
           IF FSML = 35
               GO TO RECOGER-EMAILS-TOTAL.
           IF FSML NOT = 00
               GO TO PSYS-ERR.

       RECOGER-EMAILS-LEER.
           READ ENVIOS-EMAIL
               AT END GO TO RECOGER-EMAILS-CERRAR.
           IF EML-DIRECCION NOT = PRF-EMAIL
               GO TO RECOGER-EMAILS-LEER.
           MOVE "Correo al email" TO LINEA-CLAVE.
           MOVE EML-COLA TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-EMAILS-LEER.

       RECOGER-EMAILS-CERRAR.
           CLOSE ENVIOS-EMAIL.
       RECOGER-EMAILS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-EMAILS-EXIT.
           EXIT.

       RECOGER-CARTAS.
           MOVE 0 TO NUM-SECCION.
           MOVE "CARTA-ENVIADA" TO LINEA-SECCION.
           IF CLI-DIRECCION = SPACES
               GO TO RECOGER-CARTAS-TOTAL.
           OPEN INPUT ENVIOS-CARTA.
           IF FSCA = 35
               GO TO RECOGER-CARTAS-TOTAL.
           IF FSCA NOT = 00
               GO TO PSYS-ERR.

       RECOGER-CARTAS-LEER.
           READ ENVIOS-CARTA
               AT END GO TO RECOGER-CARTAS-CERRAR.
           IF CAR-DIRECCION NOT = CLI-DIRECCION
               GO TO RECOGER-CARTAS-LEER.
           MOVE "Carta a la direccion" TO LINEA-CLAVE.
           MOVE CAR-COLA TO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-CARTAS-LEER.

       RECOGER-CARTAS-CERRAR.
           CLOSE ENVIOS-CARTA.
       RECOGER-CARTAS-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-CARTAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * diario de supervisores: acciones cuya clave es una tarjeta
      * del cliente, su CLI-COD o su DNI. La tarjeta del supervisor
      * no se entrega
      *----------------------------------------------------------*
       RECOGER-DIARIO.
           MOVE 0 TO NUM-SECCION.
           MOVE "DIARIO-SUPERV" TO LINEA-SECCION.
           OPEN INPUT SUPJRN.
           IF FSSJ = 35
               MOVE "00" TO FSSJ
               GO TO RECOGER-DIARIO-TOTAL.
           IF FSSJ NOT = 00
               GO TO PSYS-ERR.

       RECOGER-DIARIO-LEER.
           READ SUPJRN
               AT END GO TO RECOGER-DIARIO-CERRAR.
           MOVE SJR-CLAVE TO CLAVE-DIARIO.
           MOVE 0 TO ES-DEL-CLIENTE.
           IF CLAVE-DIARIO-TARJETA NUMERIC
               MOVE CLAVE-DIARIO-TARJETA TO TARJETA-BUSCADA
               PERFORM BUSCAR-TARJETA-CLI
                   THRU BUSCAR-TARJETA-CLI-EXIT.
           IF CLAVE-DIARIO (1:9) = CLIENTE-COD-TEXTO
                   AND CLAVE-DIARIO (10:1) = SPACE
               MOVE 1 TO ES-DEL-CLIENTE.
           IF CLAVE-DIARIO (1:9) = CLI-DNI
                   AND CLAVE-DIARIO (10:1) = SPACE
               MOVE 1 TO ES-DEL-CLIENTE.
           IF ES-DEL-CLIENTE = 0
               GO TO RECOGER-DIARIO-LEER.
           IF CLAVE-DIARIO-TARJETA NUMERIC
               MOVE CLAVE-DIARIO-TARJETA TO LINEA-TARJETA.
           MOVE SJR-ACCION TO LINEA-CLAVE.
           COMPUTE LINEA-FECHA =
               (SJR-ANO * 10000) + (SJR-MES * 100) + SJR-DIA.
           STRING "Antes: " SJR-ANTES " despues: " SJR-DESPUES
               DELIMITED BY SIZE INTO LINEA-DETALLE.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO RECOGER-DIARIO-LEER.

       RECOGER-DIARIO-CERRAR.
           CLOSE SUPJRN.
           MOVE "00" TO FSSJ.
       RECOGER-DIARIO-TOTAL.
           PERFORM ESCRIBIR-TOTAL-SECCION
               THRU ESCRIBIR-TOTAL-SECCION-EXIT.
       RECOGER-DIARIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * busquedas en las tablas del cliente
      *----------------------------------------------------------*
       BUSCAR-TARJETA-CLI.
           MOVE 0 TO ES-DEL-CLIENTE.
           MOVE 0 TO INDICE-TARJETA-CLI.

       BUSCAR-TARJETA-CLI-SIGUIENTE.
           ADD 1 TO INDICE-TARJETA-CLI.
           IF INDICE-TARJETA-CLI > NUM-TARJETAS-CLI
               GO TO BUSCAR-TARJETA-CLI-EXIT.
           IF TARJETA-DEL-CLIENTE (INDICE-TARJETA-CLI) =
                   TARJETA-BUSCADA
               MOVE 1 TO ES-DEL-CLIENTE
               GO TO BUSCAR-TARJETA-CLI-EXIT.
           GO TO BUSCAR-TARJETA-CLI-SIGUIENTE.
       BUSCAR-TARJETA-CLI-EXIT.
           EXIT.

       BUSCAR-TELEFONO-CLI.
           MOVE 0 TO ES-TELEFONO-CLI.
           MOVE 0 TO INDICE-TELEFONO-CLI.

       BUSCAR-TELEFONO-CLI-SIGUIENTE.
           ADD 1 TO INDICE-TELEFONO-CLI.
           IF INDICE-TELEFONO-CLI > NUM-TELEFONOS-CLI
               GO TO BUSCAR-TELEFONO-CLI-EXIT.
           IF TELEFONO-DEL-CLIENTE (INDICE-TELEFONO-CLI) =
                   TELEFONO-BUSCADO
               MOVE 1 TO ES-TELEFONO-CLI
               GO TO BUSCAR-TELEFONO-CLI-EXIT.
           GO TO BUSCAR-TELEFONO-CLI-SIGUIENTE.
       BUSCAR-TELEFONO-CLI-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * escribe la linea preparada y la deja en blanco para la
      * siguiente; la seccion se conserva
      *----------------------------------------------------------*
       ESCRIBIR-LINEA.
           MOVE LINEA-SECCION TO ADR-SECCION.
           MOVE LINEA-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           IF LINEA-TARJETA = 0
               MOVE SPACES TO ADR-TARJETA
           ELSE
               MOVE PAN-IMPRESO TO ADR-TARJETA.
           MOVE LINEA-CLAVE TO ADR-CLAVE.
           MOVE LINEA-FECHA TO ADR-FECHA.
           MOVE LINEA-IMPORTE TO IMPORTE-SIN-SIGNO.
           COMPUTE ADR-IMPORTE-ENT = LINEA-IMPORTE.
           MOVE IMPORTE-PARTE-DEC TO ADR-IMPORTE-DEC.
           MOVE LINEA-DETALLE TO ADR-DETALLE.
           WRITE INFORME-ACCESO-REG.
           IF FSAR NOT = 00
               GO TO PSYS-ERR.
           ADD 1 TO NUM-SECCION.
           ADD 1 TO NUM-TOTAL-REGISTROS.
           MOVE 0 TO LINEA-TARJETA.
           MOVE SPACES TO LINEA-CLAVE.
           MOVE 0 TO LINEA-FECHA.
           MOVE 0 TO LINEA-IMPORTE.
           MOVE SPACES TO LINEA-DETALLE.
       ESCRIBIR-LINEA-EXIT.
           EXIT.

       ESCRIBIR-TOTAL-SECCION.
           MOVE LINEA-SECCION TO ADR-SECCION.
           MOVE SPACES TO ADR-TARJETA.
           MOVE "TOTAL" TO ADR-CLAVE.
           MOVE FECHA-HOY-YMD TO ADR-FECHA.
           MOVE NUM-SECCION TO ADR-IMPORTE-ENT.
           MOVE 0 TO ADR-IMPORTE-DEC.
           MOVE "Registros encontrados en este fichero" TO ADR-DETALLE.
           WRITE INFORME-ACCESO-REG.
           IF FSAR NOT = 00
               GO TO PSYS-ERR.
       ESCRIBIR-TOTAL-SECCION-EXIT.
           EXIT.

           COPY "DESCRIBIR-TIPO-MOVIMIENTO.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE INFORME-ACCESO.

           MOVE "BATCH-AD" TO ERROR-PROGRAMA.
           IF FSC NOT = 00
               MOVE FSC TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSM NOT = 00
                       MOVE FSM TO ERROR-FS
                   ELSE
                       MOVE FSAR TO ERROR-FS.
           IF FSMH NOT = 00
               MOVE FSMH TO ERROR-FS.
           IF FSTH NOT = 00
               MOVE FSTH TO ERROR-FS.
           IF FSIH NOT = 00
               MOVE FSIH TO ERROR-FS.
           IF FSAL NOT = 00
               MOVE FSAL TO ERROR-FS.
           IF FSFA NOT = 00
               MOVE FSFA TO ERROR-FS.
           IF FSMA NOT = 00
               MOVE FSMA TO ERROR-FS.
           IF FSTF NOT = 00
               MOVE FSTF TO ERROR-FS.
           IF FSPR NOT = 00
               MOVE FSPR TO ERROR-FS.
           IF FSSP NOT = 00
               MOVE FSSP TO ERROR-FS.
           IF FSCW NOT = 00
               MOVE FSCW TO ERROR-FS.
           IF FSPL NOT = 00
               MOVE FSPL TO ERROR-FS.
           IF FSDP NOT = 00
               MOVE FSDP TO ERROR-FS.
           IF FSRC NOT = 00
               MOVE FSRC TO ERROR-FS.
           IF FSQJ NOT = 00
               MOVE FSQJ TO ERROR-FS.
           IF FSDS NOT = 00
               MOVE FSDS TO ERROR-FS.
           IF FSN NOT = 00
               MOVE FSN TO ERROR-FS.
           IF FSSM NOT = 00
               MOVE FSSM TO ERROR-FS.
           IF FSCA NOT = 00
               MOVE FSCA TO ERROR-FS.
           IF FSML NOT = 00
               MOVE FSML TO ERROR-FS.
           IF FSPF NOT = 00
               MOVE FSPF TO ERROR-FS.
           IF FSSJ NOT = 00
               MOVE FSSJ TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el informe de acceso a "
               "datos del cliente " CLIENTE-PEDIDO ". FSC=" FSC
               " FST=" FST " FSM=" FSM " FSAR=" FSAR " FSSJ=" FSSJ.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
