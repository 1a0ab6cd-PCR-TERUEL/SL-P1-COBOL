       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZAR-MAESTROS.
      * copia seudonimizada de los maestros y sus historicos para
      * llevarla a las maquinas de pruebas: lee cada fichero con su
      * trazado vigente y genera <nombre>prueba.ubd con las mismas
      * claves y el mismo numero de registros. Cubre clientes.ubd,
      * tarjetas.ubd, cuentatarjeta.ubd, movimientos.ubd,
      * movimientoshist.ubd, transferencias.ubd,
      * transferenciashist.ubd, prestamos.ubd y telefonos.ubd.
      * - cada numero de tarjeta se sustituye por el mismo seudonimo
      *   en todos los ficheros (se conserva el BIN y se permutan las
      *   diez ultimas cifras), de modo que cuentas, movimientos,
      *   transferencias y prestamos siguen enlazando; la clave de la
      *   permutacion sale del reloj al arrancar y no se guarda en
      *   ningun sitio, asi que la copia no se puede deshacer
      * - nombre, apellidos, DNI (con su letra de control), direccion
      *   y telefono del cliente se sustituyen por valores ficticios
      *   verosimiles derivados del codigo de cliente; el telefono
      *   del directorio de pagos al movil recibe el mismo ficticio
      *   que la ficha de su titular. Los campos vacios siguen vacios
      * - el beneficiario de las transferencias externas y el
      *   pagador de los ingresos de tercero ("ING.DE ...") en el
      *   concepto del movimiento tambien se sustituyen
      * - importes, saldos, fechas y codigos internos no se tocan
      * - todas las tarjetas de la copia llevan el PIN de pruebas
      *   PIN-PRUEBAS, guardado con el esquema vigente
      * Al terminar relee cada copia y deja en anonimizacion.rpt,
      * por fichero, los registros leidos, escritos y releidos, una
      * suma de control del origen y de la copia y los enlaces de
      * tarjeta que se resuelven en uno y otro: la copia solo vale
      * si todas las lineas cuadran. El operador lleva los
      * <nombre>prueba.ubd a la maquina de pruebas y los renombra
      * alli sobre los ficheros originales
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "MOVIMIENTOS-HIST-SEL.cpy".
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "TRANSFERENCIAS-HIST-SEL.cpy".
           COPY "PRESTAMOS-SEL.cpy".
           COPY "TELEFONOS-SEL.cpy".

           SELECT CLIENTES-P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIP-COD
           FILE STATUS IS FSCP.

           SELECT TARJETAS-P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUMP
           FILE STATUS IS FSTP.

           SELECT CUENTA-TARJETA-P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTAP-TARJETA
           ALTERNATE RECORD KEY IS CTAP-NUM-CUENTA
               WITH DUPLICATES
           FILE STATUS IS FSAP.

           SELECT MOVIMIENTOS-P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVP-NUM
           ALTERNATE RECORD KEY IS MOVP-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSMP.

           SELECT MOVIMIENTOS-HIST-P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVHP-NUM
           ALTERNATE RECORD KEY IS MOVHP-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSHP.

           SELECT TRANSFERENCIAS-P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TP-NUM
           ALTERNATE RECORD KEY IS TP-TARJETA-ORIGEN
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS TP-TARJETA-DESTINO
               WITH DUPLICATES
           FILE STATUS IS FSRP.

           SELECT TRANSFERENCIAS-HIST-P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS THP-NUM
           FILE STATUS IS FSQP.

           SELECT PRESTAMOS-P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREP-NUM
           ALTERNATE RECORD KEY IS PREP-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSPP.

           SELECT TELEFONOS-P ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TELP-TELEFONO
           ALTERNATE RECORD KEY IS TELP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSFP.

           SELECT ANONIMIZACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAN.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "MOVIMIENTOS-HIST-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "TRANSFERENCIAS-HIST-FD.cpy".
           COPY "PRESTAMOS-FD.cpy".
           COPY "TELEFONOS-FD.cpy".

      * las copias llevan el registro del maestro tal cual (se
      * escriben FROM el registro de origen ya seudonimizado); aqui
      * solo se detallan las claves, en su misma posicion
       FD CLIENTES-P
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientesprueba.ubd".
       01 CLIENTE-P-REG.
           02 CLIP-COD              PIC 9(9).
           02 CLIP-RESTO            PIC X(182).

       FD TARJETAS-P
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetasprueba.ubd".
       01 TARJETA-P-REG.
           02 TNUMP                 PIC 9(16).
           02 TRESTOP               PIC X(66).

       FD CUENTA-TARJETA-P
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentatarjetaprueba.ubd".
       01 CUENTA-TARJETA-P-REG.
           02 CTAP-TARJETA          PIC 9(16).
           02 CTAP-NUM-CUENTA       PIC 9(10).
           02 CTAP-ROL              PIC X(01).

       FD MOVIMIENTOS-P
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientosprueba.ubd".
       01 MOVIMIENTO-P-REG.
           02 MOVP-NUM              PIC 9(35).
           02 MOVP-TARJETA          PIC 9(16).
           02 MOVP-RESTO            PIC X(130).

       FD MOVIMIENTOS-HIST-P
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientoshistprueba.ubd".
       01 MOVIMIENTO-HIST-P-REG.
           02 MOVHP-NUM             PIC 9(35).
           02 MOVHP-TARJETA         PIC 9(16).
           02 MOVHP-RESTO           PIC X(71).

       FD TRANSFERENCIAS-P
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transferenciasprueba.ubd".
       01 TRANSFERENCIA-P-REG.
           02 TP-NUM                PIC 9(35).
           02 TP-MENSUAL            PIC 9(1).
           02 TP-TARJETA-ORIGEN     PIC 9(16).
           02 TP-TARJETA-DESTINO    PIC 9(16).
           02 TP-RESTO              PIC X(78).

       FD TRANSFERENCIAS-HIST-P
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transferenciashistprueba.ubd".
       01 TRANSFERENCIA-HIST-P-REG.
           02 THP-NUM               PIC 9(35).
           02 THP-RESTO             PIC X(65).

       FD PRESTAMOS-P
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamosprueba.ubd".
       01 PRESTAMO-P-REG.
           02 PREP-NUM              PIC 9(35).
           02 PREP-TARJETA          PIC 9(16).
           02 PREP-RESTO            PIC X(65).

       FD TELEFONOS-P
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "telefonosprueba.ubd".
       01 TELEFONO-P-REG.
           02 TELP-TELEFONO         PIC X(15).
           02 TELP-TARJETA          PIC 9(16).
           02 TELP-RESTO            PIC X(17).

      * informe de control de la copia: una linea por fichero
       FD ANONIMIZACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "anonimizacion.rpt".
       01 ANONIMIZACION-REG.
           02 ANR-FICHERO           PIC X(22).
           02 FILLER                PIC X(02).
           02 ANR-LEIDOS            PIC 9(09).
           02 FILLER                PIC X(02).
           02 ANR-ESCRITOS          PIC 9(09).
           02 FILLER                PIC X(02).
           02 ANR-RELEIDOS          PIC 9(09).
           02 FILLER                PIC X(02).
           02 ANR-SUMA-ORIGEN       PIC -9(15).99.
           02 FILLER                PIC X(02).
           02 ANR-SUMA-COPIA        PIC -9(15).99.
           02 FILLER                PIC X(02).
           02 ANR-ENLACES-ORIGEN    PIC 9(09).
           02 FILLER                PIC X(02).
           02 ANR-ENLACES-COPIA     PIC 9(09).
           02 FILLER                PIC X(02).
           02 ANR-RESULTADO         PIC X(10).
       01 ANONIMIZACION-TEXTO       PIC X(131).

       WORKING-STORAGE SECTION.
       77 FSC                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSCT                      PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSMH                      PIC   X(2).
       77 FSTH                      PIC   X(2).
       77 FSPR                      PIC   X(2).
       77 FSTF                      PIC   X(2).
       77 FSCP                      PIC   X(2).
       77 FSTP                      PIC   X(2).
       77 FSAP                      PIC   X(2).
       77 FSMP                      PIC   X(2).
       77 FSHP                      PIC   X(2).
       77 FSRP                      PIC   X(2).
       77 FSQP                      PIC   X(2).
       77 FSPP                      PIC   X(2).
       77 FSFP                      PIC   X(2).
       77 FSAN                      PIC   X(2).
           COPY "PIN-CIFRADO-WS.cpy".
           COPY "DNI-WS.cpy".

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

      * PIN con el que el equipo de pruebas opera cualquier tarjeta
      * de la copia
       77 PIN-PRUEBAS               PIC 9(4) VALUE 1234.

      * clave de la copia, tomada del reloj al arrancar: nunca se
      * muestra ni se escribe
       77 CLAVE-BASE                PIC 9(6) VALUE 0.
       77 CLAVE-MULT                PIC 9(10) VALUE 0.
       77 CLAVE-DESPL               PIC 9(10) VALUE 0.

      * seudonimo de tarjeta: el BIN se conserva y el cuerpo de diez
      * cifras pasa por una permutacion afin modulo 10^10 con un
      * multiplicador primo con 10, de modo que dos tarjetas
      * distintas nunca reciben el mismo seudonimo
       77 TARJETA-REAL              PIC 9(16) VALUE 0.
       77 TARJETA-FICTICIA          PIC 9(16) VALUE 0.
       01 TARJETA-TRABAJO.
           02 TARJETA-DIGITOS       PIC 9(16).
       01 TARJETA-PARTES REDEFINES TARJETA-TRABAJO.
           02 TARJETA-BIN           PIC 9(6).
           02 TARJETA-CUERPO        PIC 9(10).

      * datos personales ficticios, derivados de SEMILLA-DATOS
       77 SEMILLA-DATOS             PIC 9(9) VALUE 0.
       77 IND-NOMBRE                PIC 9(2) VALUE 0.
       77 IND-APELLIDO-1            PIC 9(2) VALUE 0.
       77 IND-APELLIDO-2            PIC 9(2) VALUE 0.
       77 IND-CALLE                 PIC 9(2) VALUE 0.
       77 IND-LOCALIDAD             PIC 9(2) VALUE 0.
       77 NUMERO-PORTAL             PIC 9(3) VALUE 0.
       77 POS-PORTAL                PIC 9(1) VALUE 0.
       77 NUMERO-DNI                PIC 9(8) VALUE 0.
       77 NUMERO-TELEFONO           PIC 9(8) VALUE 0.
       77 NOMBRE-FICTICIO           PIC X(30) VALUE SPACES.
       77 APELLIDOS-FICTICIOS       PIC X(30) VALUE SPACES.
       77 NOMBRE-COMPLETO-FICTICIO  PIC X(40) VALUE SPACES.
       77 DNI-FICTICIO              PIC X(9) VALUE SPACES.
       77 DIRECCION-FICTICIA        PIC X(40) VALUE SPACES.
       77 TELEFONO-FICTICIO         PIC X(15) VALUE SPACES.

       01 NOMBRES-PILA.
           05 FILLER                PIC X(10) VALUE "ANTONIO".
           05 FILLER                PIC X(10) VALUE "MANUEL".
           05 FILLER                PIC X(10) VALUE "JOSE".
           05 FILLER                PIC X(10) VALUE "FRANCISCO".
           05 FILLER                PIC X(10) VALUE "DAVID".
           05 FILLER                PIC X(10) VALUE "JUAN".
           05 FILLER                PIC X(10) VALUE "JAVIER".
           05 FILLER                PIC X(10) VALUE "DANIEL".
           05 FILLER                PIC X(10) VALUE "CARLOS".
           05 FILLER                PIC X(10) VALUE "MIGUEL".
           05 FILLER                PIC X(10) VALUE "MARIA".
           05 FILLER                PIC X(10) VALUE "CARMEN".
           05 FILLER                PIC X(10) VALUE "ANA".
           05 FILLER                PIC X(10) VALUE "LAURA".
           05 FILLER                PIC X(10) VALUE "ISABEL".
           05 FILLER                PIC X(10) VALUE "PILAR".
           05 FILLER                PIC X(10) VALUE "LUCIA".
           05 FILLER                PIC X(10) VALUE "ELENA".
           05 FILLER                PIC X(10) VALUE "SARA".
           05 FILLER                PIC X(10) VALUE "PAULA".
       01 NOMBRES-PILA-R REDEFINES NOMBRES-PILA.
           05 NOMBRE-PILA           PIC X(10) OCCURS 20 TIMES.

       01 APELLIDOS-COMUNES.
           05 FILLER                PIC X(10) VALUE "GARCIA".
           05 FILLER                PIC X(10) VALUE "RODRIGUEZ".
           05 FILLER                PIC X(10) VALUE "GONZALEZ".
           05 FILLER                PIC X(10) VALUE "FERNANDEZ".
           05 FILLER                PIC X(10) VALUE "LOPEZ".
           05 FILLER                PIC X(10) VALUE "MARTINEZ".
           05 FILLER                PIC X(10) VALUE "SANCHEZ".
           05 FILLER                PIC X(10) VALUE "PEREZ".
           05 FILLER                PIC X(10) VALUE "GOMEZ".
           05 FILLER                PIC X(10) VALUE "MARTIN".
           05 FILLER                PIC X(10) VALUE "JIMENEZ".
           05 FILLER                PIC X(10) VALUE "RUIZ".
           05 FILLER                PIC X(10) VALUE "HERNANDEZ".
           05 FILLER                PIC X(10) VALUE "DIAZ".
           05 FILLER                PIC X(10) VALUE "MORENO".
           05 FILLER                PIC X(10) VALUE "MUNOZ".
           05 FILLER                PIC X(10) VALUE "ALVAREZ".
           05 FILLER                PIC X(10) VALUE "ROMERO".
           05 FILLER                PIC X(10) VALUE "ALONSO".
           05 FILLER                PIC X(10) VALUE "GUTIERREZ".
           05 FILLER                PIC X(10) VALUE "NAVARRO".
           05 FILLER                PIC X(10) VALUE "TORRES".
           05 FILLER                PIC X(10) VALUE "DOMINGUEZ".
           05 FILLER                PIC X(10) VALUE "VAZQUEZ".
           05 FILLER                PIC X(10) VALUE "RAMOS".
       01 APELLIDOS-COMUNES-R REDEFINES APELLIDOS-COMUNES.
           05 APELLIDO-COMUN        PIC X(10) OCCURS 25 TIMES.

       01 CALLES-FICTICIAS.
           05 FILLER                PIC X(16) VALUE "MAYOR".
           05 FILLER                PIC X(16) VALUE "SAN VICENTE".
           05 FILLER                PIC X(16) VALUE "INDEPENDENCIA".
           05 FILLER                PIC X(16) VALUE "CONSTITUCION".
           05 FILLER                PIC X(16) VALUE "ALFONSO I".
           05 FILLER                PIC X(16) VALUE "DON JAIME I".
           05 FILLER                PIC X(16) VALUE "COSO".
           05 FILLER                PIC X(16) VALUE "ESPANA".
           05 FILLER                PIC X(16) VALUE "DEL PILAR".
           05 FILLER                PIC X(16) VALUE "GRAN VIA".
           05 FILLER                PIC X(16) VALUE "REAL".
           05 FILLER                PIC X(16) VALUE "NUEVA".
           05 FILLER                PIC X(16) VALUE "DEL SOL".
           05 FILLER                PIC X(16) VALUE "LA PAZ".
           05 FILLER                PIC X(16) VALUE "CERVANTES".
       01 CALLES-FICTICIAS-R REDEFINES CALLES-FICTICIAS.
           05 CALLE-FICTICIA        PIC X(16) OCCURS 15 TIMES.

       01 LOCALIDADES-FICTICIAS.
           05 FILLER                PIC X(12) VALUE "ZARAGOZA".
           05 FILLER                PIC X(12) VALUE "HUESCA".
           05 FILLER                PIC X(12) VALUE "TERUEL".
           05 FILLER                PIC X(12) VALUE "MADRID".
           05 FILLER                PIC X(12) VALUE "BARCELONA".
           05 FILLER                PIC X(12) VALUE "VALENCIA".
           05 FILLER                PIC X(12) VALUE "SEVILLA".
           05 FILLER                PIC X(12) VALUE "BILBAO".
           05 FILLER                PIC X(12) VALUE "CALATAYUD".
           05 FILLER                PIC X(12) VALUE "JACA".
           05 FILLER                PIC X(12) VALUE "ALCANIZ".
           05 FILLER                PIC X(12) VALUE "TARAZONA".
       01 LOCALIDADES-FICTICIAS-R REDEFINES LOCALIDADES-FICTICIAS.
           05 LOCALIDAD-FICTICIA    PIC X(12) OCCURS 12 TIMES.

      * cifras de control de cada fichero, en el orden en que se
      * copian: 1 clientes, 2 tarjetas, 3 cuentatarjeta,
      * 4 movimientos, 5 movimientoshist, 6 transferencias,
      * 7 transferenciashist, 8 prestamos, 9 telefonos
       01 NOMBRES-FICHERO.
           05 FILLER                PIC X(22) VALUE "clientes.ubd".
           05 FILLER                PIC X(22) VALUE "tarjetas.ubd".
           05 FILLER                PIC X(22)
               VALUE "cuentatarjeta.ubd".
           05 FILLER                PIC X(22) VALUE "movimientos.ubd".
           05 FILLER                PIC X(22)
               VALUE "movimientoshist.ubd".
           05 FILLER                PIC X(22)
               VALUE "transferencias.ubd".
           05 FILLER                PIC X(22)
               VALUE "transferenciashist.ubd".
           05 FILLER                PIC X(22) VALUE "prestamos.ubd".
           05 FILLER                PIC X(22) VALUE "telefonos.ubd".
       01 NOMBRES-FICHERO-R REDEFINES NOMBRES-FICHERO.
           05 NOMBRE-FICHERO        PIC X(22) OCCURS 9 TIMES.

       01 CONTROL-FICHEROS.
           05 CONTROL-FICHERO OCCURS 9 TIMES.
               10 CTL-LEIDOS        PIC 9(9).
               10 CTL-ESCRITOS      PIC 9(9).
               10 CTL-RELEIDOS      PIC 9(9).
               10 CTL-SUMA-ORIGEN   PIC S9(15)V99.
               10 CTL-SUMA-COPIA    PIC S9(15)V99.
               10 CTL-ENLACES-ORIGEN PIC 9(9).
               10 CTL-ENLACES-COPIA PIC 9(9).
      * 1 = el maestro no existe en origen: la copia sale vacia
               10 CTL-SIN-ORIGEN    PIC 9(1).
      * 1 = no se pudo abrir o releer: la copia no vale
               10 CTL-FALLO         PIC 9(1).
       77 IND-FICHERO               PIC 9(2) VALUE 0.

       77 HAY-CLIENTES              PIC 9(1) VALUE 0.
       77 HAY-TARJETAS              PIC 9(1) VALUE 0.
       77 NUM-PERSONAS-SUSTITUIDAS  PIC 9(9) VALUE 0.
       77 NUM-DNI-COPIA             PIC 9(9) VALUE 0.
       77 NUM-DNI-VALIDOS           PIC 9(9) VALUE 0.
       77 NUM-CONCEPTOS-SUSTITUIDOS PIC 9(9) VALUE 0.
       77 NUM-DESCUADRES            PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INICIALIZAR THRU INICIALIZAR-EXIT.

           PERFORM ANONIMIZAR-CLIENTES THRU ANONIMIZAR-CLIENTES-EXIT.
           OPEN INPUT CLIENTES.
           IF FSC = 00
               MOVE 1 TO HAY-CLIENTES.
           PERFORM ANONIMIZAR-TARJETAS THRU ANONIMIZAR-TARJETAS-EXIT.
           IF HAY-CLIENTES = 1
               CLOSE CLIENTES.
           MOVE 0 TO HAY-CLIENTES.

           OPEN INPUT TARJETAS.
           IF FST = 00
               MOVE 1 TO HAY-TARJETAS.
           PERFORM ANONIMIZAR-CUENTAS THRU ANONIMIZAR-CUENTAS-EXIT.
           PERFORM ANONIMIZAR-MOVIMIENTOS
               THRU ANONIMIZAR-MOVIMIENTOS-EXIT.
           PERFORM ANONIMIZAR-MOVHIST THRU ANONIMIZAR-MOVHIST-EXIT.
           PERFORM ANONIMIZAR-TRANSFERENCIAS
               THRU ANONIMIZAR-TRANSFERENCIAS-EXIT.
           PERFORM ANONIMIZAR-TRFHIST THRU ANONIMIZAR-TRFHIST-EXIT.
           PERFORM ANONIMIZAR-PRESTAMOS
               THRU ANONIMIZAR-PRESTAMOS-EXIT.
           PERFORM ANONIMIZAR-TELEFONOS
               THRU ANONIMIZAR-TELEFONOS-EXIT.
           IF HAY-TARJETAS = 1
               CLOSE TARJETAS.
           MOVE 0 TO HAY-TARJETAS.

      * segunda vuelta: se relee cada copia recien escrita
           PERFORM VERIFICAR-CLIENTES THRU VERIFICAR-CLIENTES-EXIT.
           OPEN INPUT CLIENTES-P.
           IF FSCP = 00
               MOVE 1 TO HAY-CLIENTES.
           PERFORM VERIFICAR-TARJETAS THRU VERIFICAR-TARJETAS-EXIT.
           IF HAY-CLIENTES = 1
               CLOSE CLIENTES-P.

           OPEN INPUT TARJETAS-P.
           IF FSTP = 00
               MOVE 1 TO HAY-TARJETAS.
           PERFORM VERIFICAR-CUENTAS THRU VERIFICAR-CUENTAS-EXIT.
           PERFORM VERIFICAR-MOVIMIENTOS
               THRU VERIFICAR-MOVIMIENTOS-EXIT.
           PERFORM VERIFICAR-MOVHIST THRU VERIFICAR-MOVHIST-EXIT.
           PERFORM VERIFICAR-TRANSFERENCIAS
               THRU VERIFICAR-TRANSFERENCIAS-EXIT.
           PERFORM VERIFICAR-TRFHIST THRU VERIFICAR-TRFHIST-EXIT.
           PERFORM VERIFICAR-PRESTAMOS THRU VERIFICAR-PRESTAMOS-EXIT.
           PERFORM VERIFICAR-TELEFONOS THRU VERIFICAR-TELEFONOS-EXIT.
           IF HAY-TARJETAS = 1
               CLOSE TARJETAS-P.

           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.

           DISPLAY "Copia anonimizada de maestros terminada. "
               "Clientes: " CTL-LEIDOS (1)
               " Tarjetas: " CTL-LEIDOS (2)
               " Movimientos: " CTL-LEIDOS (4).
           IF NUM-DESCUADRES NOT = 0
               DISPLAY "ERROR: " NUM-DESCUADRES " ficheros no "
                   "cuadran, la copia NO es valida (anonimizacion.rpt)"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Lleve cada <nombre>prueba.ubd a la maquina de "
               "pruebas y renombrelo alli sobre el original.".
           STOP RUN.

      * clave de la copia y cifras de control a cero
       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           INITIALIZE CONTROL-FICHEROS.
           COMPUTE CLAVE-BASE = (((MINUTOS * 100) + SEGUNDOS) * 100)
               + MILISEGUNDOS.
      * acabado en 7: primo con 10, la permutacion es biyectiva
           COMPUTE CLAVE-MULT = (((CLAVE-BASE * 97) + 1000003) * 10)
               + 7.
           COMPUTE CLAVE-DESPL = FUNCTION MOD((CLAVE-BASE * 7919)
               + (HORAS * 104729) + 1234567891, 10000000000).
       INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * primera vuelta: copia seudonimizada de cada fichero
      ******************************************************************
       ANONIMIZAR-CLIENTES.
           MOVE 1 TO IND-FICHERO.
           OPEN INPUT CLIENTES.
           IF FSC = 35
               PERFORM SIN-ORIGEN THRU SIN-ORIGEN-EXIT
               OPEN OUTPUT CLIENTES-P
               CLOSE CLIENTES-P
               GO TO ANONIMIZAR-CLIENTES-EXIT.
           IF FSC NOT = 00
               DISPLAY "No se pudo abrir clientes.ubd FS=" FSC
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO ANONIMIZAR-CLIENTES-EXIT.
           OPEN OUTPUT CLIENTES-P.
           IF FSCP NOT = 00
               DISPLAY "No se pudo crear clientesprueba.ubd FS=" FSCP
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               CLOSE CLIENTES
               GO TO ANONIMIZAR-CLIENTES-EXIT.

       ANONIMIZAR-CLIENTES-LEER.
           READ CLIENTES NEXT RECORD
               AT END GO TO ANONIMIZAR-CLIENTES-CERRAR.
           ADD 1 TO CTL-LEIDOS (IND-FICHERO).
           ADD CLI-COD TO CTL-SUMA-ORIGEN (IND-FICHERO).
           MOVE CLI-COD TO SEMILLA-DATOS.
           PERFORM GENERAR-PERSONA THRU GENERAR-PERSONA-EXIT.
           IF CLI-NOMBRE NOT = SPACES
               MOVE NOMBRE-FICTICIO TO CLI-NOMBRE.
           IF CLI-APELLIDOS NOT = SPACES
               MOVE APELLIDOS-FICTICIOS TO CLI-APELLIDOS.
           IF CLI-DNI NOT = SPACES
               MOVE DNI-FICTICIO TO CLI-DNI.
           IF CLI-DIRECCION NOT = SPACES
               MOVE DIRECCION-FICTICIA TO CLI-DIRECCION.
           IF CLI-TELEFONO NOT = SPACES
               MOVE TELEFONO-FICTICIO TO CLI-TELEFONO.
           ADD 1 TO NUM-PERSONAS-SUSTITUIDAS.
           WRITE CLIENTE-P-REG FROM CLIENTEREG
               INVALID KEY GO TO ANONIMIZAR-CLIENTES-LEER.
           ADD 1 TO CTL-ESCRITOS (IND-FICHERO).
           GO TO ANONIMIZAR-CLIENTES-LEER.

       ANONIMIZAR-CLIENTES-CERRAR.
           CLOSE CLIENTES.
           CLOSE CLIENTES-P.
       ANONIMIZAR-CLIENTES-EXIT.
           EXIT.

      * el enlace de la tarjeta es su titular en clientes.ubd
       ANONIMIZAR-TARJETAS.
           MOVE 2 TO IND-FICHERO.
           OPEN INPUT TARJETAS.
           IF FST = 35
               PERFORM SIN-ORIGEN THRU SIN-ORIGEN-EXIT
               OPEN OUTPUT TARJETAS-P
               CLOSE TARJETAS-P
               GO TO ANONIMIZAR-TARJETAS-EXIT.
           IF FST NOT = 00
               DISPLAY "No se pudo abrir tarjetas.ubd FS=" FST
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO ANONIMIZAR-TARJETAS-EXIT.
           OPEN OUTPUT TARJETAS-P.
           IF FSTP NOT = 00
               DISPLAY "No se pudo crear tarjetasprueba.ubd FS=" FSTP
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               CLOSE TARJETAS
               GO TO ANONIMIZAR-TARJETAS-EXIT.

       ANONIMIZAR-TARJETAS-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO ANONIMIZAR-TARJETAS-CERRAR.
           ADD 1 TO CTL-LEIDOS (IND-FICHERO).
           COMPUTE CTL-SUMA-ORIGEN (IND-FICHERO) =
               CTL-SUMA-ORIGEN (IND-FICHERO) + TSALDO-ENT
               + (TSALDO-DEC / 100).
           PERFORM CONTAR-TITULAR-ORIGEN
               THRU CONTAR-TITULAR-ORIGEN-EXIT.
           MOVE TNUM TO TARJETA-REAL.
           PERFORM SEUDONIMO-TARJETA THRU SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-FICTICIA TO TNUM.
           MOVE PIN-PRUEBAS TO PIN-CLARO.
           COMPUTE PIN-SAL = FUNCTION MOD(TNUM + CLAVE-BASE, 10000).
           MOVE ESQUEMA-PIN-VIGENTE TO PIN-ESQUEMA.
           PERFORM CIFRAR-PIN THRU CIFRAR-PIN-EXIT.
           MOVE PIN-CIFRADO TO TPIN.
           MOVE PIN-SAL TO TPIN-SAL.
           MOVE ESQUEMA-PIN-VIGENTE TO TPIN-VERSION.
           WRITE TARJETA-P-REG FROM TAJETAREG
               INVALID KEY GO TO ANONIMIZAR-TARJETAS-LEER.
           ADD 1 TO CTL-ESCRITOS (IND-FICHERO).
           GO TO ANONIMIZAR-TARJETAS-LEER.

       ANONIMIZAR-TARJETAS-CERRAR.
           CLOSE TARJETAS.
           CLOSE TARJETAS-P.
       ANONIMIZAR-TARJETAS-EXIT.
           EXIT.

       ANONIMIZAR-CUENTAS.
           MOVE 3 TO IND-FICHERO.
           OPEN INPUT CUENTA-TARJETA.
           IF FSCT = 35
               PERFORM SIN-ORIGEN THRU SIN-ORIGEN-EXIT
               OPEN OUTPUT CUENTA-TARJETA-P
               CLOSE CUENTA-TARJETA-P
               GO TO ANONIMIZAR-CUENTAS-EXIT.
           IF FSCT NOT = 00
               DISPLAY "No se pudo abrir cuentatarjeta.ubd FS=" FSCT
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO ANONIMIZAR-CUENTAS-EXIT.
           OPEN OUTPUT CUENTA-TARJETA-P.
           IF FSAP NOT = 00
               DISPLAY "No se pudo crear cuentatarjetaprueba.ubd FS="
                   FSAP
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               CLOSE CUENTA-TARJETA
               GO TO ANONIMIZAR-CUENTAS-EXIT.

       ANONIMIZAR-CUENTAS-LEER.
           READ CUENTA-TARJETA NEXT RECORD
               AT END GO TO ANONIMIZAR-CUENTAS-CERRAR.
           ADD 1 TO CTL-LEIDOS (IND-FICHERO).
           ADD CTA-NUM-CUENTA TO CTL-SUMA-ORIGEN (IND-FICHERO).
           MOVE CTA-TARJETA TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-ORIGEN THRU CONTAR-ENLACE-ORIGEN-EXIT.
           PERFORM SEUDONIMO-TARJETA THRU SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-FICTICIA TO CTA-TARJETA.
           WRITE CUENTA-TARJETA-P-REG FROM CUENTA-TARJETA-REG
               INVALID KEY GO TO ANONIMIZAR-CUENTAS-LEER.
           ADD 1 TO CTL-ESCRITOS (IND-FICHERO).
           GO TO ANONIMIZAR-CUENTAS-LEER.

       ANONIMIZAR-CUENTAS-CERRAR.
           CLOSE CUENTA-TARJETA.
           CLOSE CUENTA-TARJETA-P.
       ANONIMIZAR-CUENTAS-EXIT.
           EXIT.

       ANONIMIZAR-MOVIMIENTOS.
           MOVE 4 TO IND-FICHERO.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               PERFORM SIN-ORIGEN THRU SIN-ORIGEN-EXIT
               OPEN OUTPUT MOVIMIENTOS-P
               CLOSE MOVIMIENTOS-P
               GO TO ANONIMIZAR-MOVIMIENTOS-EXIT.
           IF FSM NOT = 00
               DISPLAY "No se pudo abrir movimientos.ubd FS=" FSM
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO ANONIMIZAR-MOVIMIENTOS-EXIT.
           OPEN OUTPUT MOVIMIENTOS-P.
           IF FSMP NOT = 00
               DISPLAY "No se pudo crear movimientosprueba.ubd FS="
                   FSMP
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               CLOSE F-MOVIMIENTOS
               GO TO ANONIMIZAR-MOVIMIENTOS-EXIT.

       ANONIMIZAR-MOVIMIENTOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO ANONIMIZAR-MOVIMIENTOS-CERRAR.
           ADD 1 TO CTL-LEIDOS (IND-FICHERO).
           ADD MOV-IMPORTE TO CTL-SUMA-ORIGEN (IND-FICHERO).
           MOVE MOV-TARJETA TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-ORIGEN THRU CONTAR-ENLACE-ORIGEN-EXIT.
           PERFORM SEUDONIMO-TARJETA THRU SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-FICTICIA TO MOV-TARJETA.
      * el ingreso de un tercero lleva en el concepto el nombre de
      * quien pago (BANK48)
           IF MOV-CONCEPTO (1:7) = "ING.DE "
               COMPUTE SEMILLA-DATOS =
                   FUNCTION MOD(MOV-NUM, 1000000000)
               PERFORM GENERAR-PERSONA THRU GENERAR-PERSONA-EXIT
               MOVE SPACES TO MOV-CONCEPTO
               STRING "ING.DE " NOMBRE-COMPLETO-FICTICIO (1:28)
                   DELIMITED BY SIZE INTO MOV-CONCEPTO
               ADD 1 TO NUM-CONCEPTOS-SUSTITUIDOS.
           WRITE MOVIMIENTO-P-REG FROM MOVIMIENTO-REG
               INVALID KEY GO TO ANONIMIZAR-MOVIMIENTOS-LEER.
           ADD 1 TO CTL-ESCRITOS (IND-FICHERO).
           GO TO ANONIMIZAR-MOVIMIENTOS-LEER.

       ANONIMIZAR-MOVIMIENTOS-CERRAR.
           CLOSE F-MOVIMIENTOS.
           CLOSE MOVIMIENTOS-P.
       ANONIMIZAR-MOVIMIENTOS-EXIT.
           EXIT.

       ANONIMIZAR-MOVHIST.
           MOVE 5 TO IND-FICHERO.
           OPEN INPUT MOVIMIENTOS-HIST.
           IF FSMH = 35
               PERFORM SIN-ORIGEN THRU SIN-ORIGEN-EXIT
               OPEN OUTPUT MOVIMIENTOS-HIST-P
               CLOSE MOVIMIENTOS-HIST-P
               GO TO ANONIMIZAR-MOVHIST-EXIT.
           IF FSMH NOT = 00
               DISPLAY "No se pudo abrir movimientoshist.ubd FS=" FSMH
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO ANONIMIZAR-MOVHIST-EXIT.
           OPEN OUTPUT MOVIMIENTOS-HIST-P.
           IF FSHP NOT = 00
               DISPLAY "No se pudo crear movimientoshistprueba.ubd "
                   "FS=" FSHP
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               CLOSE MOVIMIENTOS-HIST
               GO TO ANONIMIZAR-MOVHIST-EXIT.

       ANONIMIZAR-MOVHIST-LEER.
           READ MOVIMIENTOS-HIST NEXT RECORD
               AT END GO TO ANONIMIZAR-MOVHIST-CERRAR.
           ADD 1 TO CTL-LEIDOS (IND-FICHERO).
           COMPUTE CTL-SUMA-ORIGEN (IND-FICHERO) =
               CTL-SUMA-ORIGEN (IND-FICHERO) + MOVH-IMPORTE-ENT
               + (MOVH-IMPORTE-DEC / 100).
           MOVE MOVH-TARJETA TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-ORIGEN THRU CONTAR-ENLACE-ORIGEN-EXIT.
           PERFORM SEUDONIMO-TARJETA THRU SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-FICTICIA TO MOVH-TARJETA.
           IF MOVH-CONCEPTO (1:7) = "ING.DE "
               COMPUTE SEMILLA-DATOS =
                   FUNCTION MOD(MOVH-NUM, 1000000000)
               PERFORM GENERAR-PERSONA THRU GENERAR-PERSONA-EXIT
               MOVE SPACES TO MOVH-CONCEPTO
               STRING "ING.DE " NOMBRE-COMPLETO-FICTICIO (1:28)
                   DELIMITED BY SIZE INTO MOVH-CONCEPTO
               ADD 1 TO NUM-CONCEPTOS-SUSTITUIDOS.
           WRITE MOVIMIENTO-HIST-P-REG FROM MOVIMIENTO-HIST-REG
               INVALID KEY GO TO ANONIMIZAR-MOVHIST-LEER.
           ADD 1 TO CTL-ESCRITOS (IND-FICHERO).
           GO TO ANONIMIZAR-MOVHIST-LEER.

       ANONIMIZAR-MOVHIST-CERRAR.
           CLOSE MOVIMIENTOS-HIST.
           CLOSE MOVIMIENTOS-HIST-P.
       ANONIMIZAR-MOVHIST-EXIT.
           EXIT.

      * la tarjeta de destino de un banco externo no esta en
      * tarjetas.ubd, pero tambien es de una persona y se sustituye
       ANONIMIZAR-TRANSFERENCIAS.
           MOVE 6 TO IND-FICHERO.
           OPEN INPUT TRANSFERENCIAS.
           IF FST = 35
               PERFORM SIN-ORIGEN THRU SIN-ORIGEN-EXIT
               OPEN OUTPUT TRANSFERENCIAS-P
               CLOSE TRANSFERENCIAS-P
               GO TO ANONIMIZAR-TRANSFERENCIAS-EXIT.
           IF FST NOT = 00
               DISPLAY "No se pudo abrir transferencias.ubd FS=" FST
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO ANONIMIZAR-TRANSFERENCIAS-EXIT.
           OPEN OUTPUT TRANSFERENCIAS-P.
           IF FSRP NOT = 00
               DISPLAY "No se pudo crear transferenciasprueba.ubd FS="
                   FSRP
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               CLOSE TRANSFERENCIAS
               GO TO ANONIMIZAR-TRANSFERENCIAS-EXIT.

       ANONIMIZAR-TRANSFERENCIAS-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO ANONIMIZAR-TRANSFERENCIAS-CERRAR.
           ADD 1 TO CTL-LEIDOS (IND-FICHERO).
           ADD T-IMPORTE TO CTL-SUMA-ORIGEN (IND-FICHERO).
           MOVE T-TARJETA-ORIGEN TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-ORIGEN THRU CONTAR-ENLACE-ORIGEN-EXIT.
           PERFORM SEUDONIMO-TARJETA THRU SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-FICTICIA TO T-TARJETA-ORIGEN.
           MOVE T-TARJETA-DESTINO TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-ORIGEN THRU CONTAR-ENLACE-ORIGEN-EXIT.
           PERFORM SEUDONIMO-TARJETA THRU SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-FICTICIA TO T-TARJETA-DESTINO.
           IF T-BENEFICIARIO NOT = SPACES
               COMPUTE SEMILLA-DATOS =
                   FUNCTION MOD(T-NUM, 1000000000)
               PERFORM GENERAR-PERSONA THRU GENERAR-PERSONA-EXIT
               MOVE NOMBRE-COMPLETO-FICTICIO TO T-BENEFICIARIO.
           WRITE TRANSFERENCIA-P-REG FROM TRANSFERENCIA-REG
               INVALID KEY GO TO ANONIMIZAR-TRANSFERENCIAS-LEER.
           ADD 1 TO CTL-ESCRITOS (IND-FICHERO).
           GO TO ANONIMIZAR-TRANSFERENCIAS-LEER.

       ANONIMIZAR-TRANSFERENCIAS-CERRAR.
           CLOSE TRANSFERENCIAS.
           CLOSE TRANSFERENCIAS-P.
       ANONIMIZAR-TRANSFERENCIAS-EXIT.
           EXIT.

       ANONIMIZAR-TRFHIST.
           MOVE 7 TO IND-FICHERO.
           OPEN INPUT TRANSFERENCIAS-HIST.
           IF FSTH = 35
               PERFORM SIN-ORIGEN THRU SIN-ORIGEN-EXIT
               OPEN OUTPUT TRANSFERENCIAS-HIST-P
               CLOSE TRANSFERENCIAS-HIST-P
               GO TO ANONIMIZAR-TRFHIST-EXIT.
           IF FSTH NOT = 00
               DISPLAY "No se pudo abrir transferenciashist.ubd FS="
                   FSTH
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO ANONIMIZAR-TRFHIST-EXIT.
           OPEN OUTPUT TRANSFERENCIAS-HIST-P.
           IF FSQP NOT = 00
               DISPLAY "No se pudo crear transferenciashistprueba.ubd"
                   " FS=" FSQP
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               CLOSE TRANSFERENCIAS-HIST
               GO TO ANONIMIZAR-TRFHIST-EXIT.

       ANONIMIZAR-TRFHIST-LEER.
           READ TRANSFERENCIAS-HIST NEXT RECORD
               AT END GO TO ANONIMIZAR-TRFHIST-CERRAR.
           ADD 1 TO CTL-LEIDOS (IND-FICHERO).
           COMPUTE CTL-SUMA-ORIGEN (IND-FICHERO) =
               CTL-SUMA-ORIGEN (IND-FICHERO) + TH-IMPORTE-ENT
               + (TH-IMPORTE-DEC / 100).
           MOVE TH-TARJETA-ORIGEN TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-ORIGEN THRU CONTAR-ENLACE-ORIGEN-EXIT.
           PERFORM SEUDONIMO-TARJETA THRU SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-FICTICIA TO TH-TARJETA-ORIGEN.
           MOVE TH-TARJETA-DESTINO TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-ORIGEN THRU CONTAR-ENLACE-ORIGEN-EXIT.
           PERFORM SEUDONIMO-TARJETA THRU SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-FICTICIA TO TH-TARJETA-DESTINO.
           WRITE TRANSFERENCIA-HIST-P-REG FROM TRANSFERENCIA-HIST-REG
               INVALID KEY GO TO ANONIMIZAR-TRFHIST-LEER.
           ADD 1 TO CTL-ESCRITOS (IND-FICHERO).
           GO TO ANONIMIZAR-TRFHIST-LEER.

       ANONIMIZAR-TRFHIST-CERRAR.
           CLOSE TRANSFERENCIAS-HIST.
           CLOSE TRANSFERENCIAS-HIST-P.
       ANONIMIZAR-TRFHIST-EXIT.
           EXIT.

       ANONIMIZAR-PRESTAMOS.
           MOVE 8 TO IND-FICHERO.
           OPEN INPUT PRESTAMOS.
           IF FSPR = 35
               PERFORM SIN-ORIGEN THRU SIN-ORIGEN-EXIT
               OPEN OUTPUT PRESTAMOS-P
               CLOSE PRESTAMOS-P
               GO TO ANONIMIZAR-PRESTAMOS-EXIT.
           IF FSPR NOT = 00
               DISPLAY "No se pudo abrir prestamos.ubd FS=" FSPR
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO ANONIMIZAR-PRESTAMOS-EXIT.
           OPEN OUTPUT PRESTAMOS-P.
           IF FSPP NOT = 00
               DISPLAY "No se pudo crear prestamosprueba.ubd FS=" FSPP
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               CLOSE PRESTAMOS
               GO TO ANONIMIZAR-PRESTAMOS-EXIT.

       ANONIMIZAR-PRESTAMOS-LEER.
           READ PRESTAMOS NEXT RECORD
               AT END GO TO ANONIMIZAR-PRESTAMOS-CERRAR.
           ADD 1 TO CTL-LEIDOS (IND-FICHERO).
           COMPUTE CTL-SUMA-ORIGEN (IND-FICHERO) =
               CTL-SUMA-ORIGEN (IND-FICHERO) + PRE-PRINCIPAL-ENT
               + (PRE-PRINCIPAL-DEC / 100).
           MOVE PRE-TARJETA TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-ORIGEN THRU CONTAR-ENLACE-ORIGEN-EXIT.
           PERFORM SEUDONIMO-TARJETA THRU SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-FICTICIA TO PRE-TARJETA.
           WRITE PRESTAMO-P-REG FROM PRESTAMO-REG
               INVALID KEY GO TO ANONIMIZAR-PRESTAMOS-LEER.
           ADD 1 TO CTL-ESCRITOS (IND-FICHERO).
           GO TO ANONIMIZAR-PRESTAMOS-LEER.

       ANONIMIZAR-PRESTAMOS-CERRAR.
           CLOSE PRESTAMOS.
           CLOSE PRESTAMOS-P.
       ANONIMIZAR-PRESTAMOS-EXIT.
           EXIT.

      * el telefono del directorio recibe el mismo ficticio que la
      * ficha de su titular, para que RESOLVER-TELEFONO siga
      * encontrandolo
       ANONIMIZAR-TELEFONOS.
           MOVE 9 TO IND-FICHERO.
           OPEN INPUT TELEFONOS.
           IF FSTF = 35
               PERFORM SIN-ORIGEN THRU SIN-ORIGEN-EXIT
               OPEN OUTPUT TELEFONOS-P
               CLOSE TELEFONOS-P
               GO TO ANONIMIZAR-TELEFONOS-EXIT.
           IF FSTF NOT = 00
               DISPLAY "No se pudo abrir telefonos.ubd FS=" FSTF
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO ANONIMIZAR-TELEFONOS-EXIT.
           OPEN OUTPUT TELEFONOS-P.
           IF FSFP NOT = 00
               DISPLAY "No se pudo crear telefonosprueba.ubd FS=" FSFP
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               CLOSE TELEFONOS
               GO TO ANONIMIZAR-TELEFONOS-EXIT.

       ANONIMIZAR-TELEFONOS-LEER.
           READ TELEFONOS NEXT RECORD
               AT END GO TO ANONIMIZAR-TELEFONOS-CERRAR.
           ADD 1 TO CTL-LEIDOS (IND-FICHERO).
           ADD TEL-TITULAR TO CTL-SUMA-ORIGEN (IND-FICHERO).
           MOVE TEL-TARJETA TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-ORIGEN THRU CONTAR-ENLACE-ORIGEN-EXIT.
           PERFORM SEUDONIMO-TARJETA THRU SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-FICTICIA TO TEL-TARJETA.
           MOVE TEL-TITULAR TO SEMILLA-DATOS.
           PERFORM GENERAR-PERSONA THRU GENERAR-PERSONA-EXIT.
           MOVE TELEFONO-FICTICIO TO TEL-TELEFONO.
           WRITE TELEFONO-P-REG FROM TELEFONO-REG
               INVALID KEY GO TO ANONIMIZAR-TELEFONOS-LEER.
           ADD 1 TO CTL-ESCRITOS (IND-FICHERO).
           GO TO ANONIMIZAR-TELEFONOS-LEER.

       ANONIMIZAR-TELEFONOS-CERRAR.
           CLOSE TELEFONOS.
           CLOSE TELEFONOS-P.
       ANONIMIZAR-TELEFONOS-EXIT.
           EXIT.

      ******************************************************************
      * segunda vuelta: relectura de las copias. Cada registro se lee
      * sobre el trazado del maestro para recalcular las mismas
      * cifras de control que en el origen
      ******************************************************************
       VERIFICAR-CLIENTES.
           MOVE 1 TO IND-FICHERO.
           OPEN INPUT CLIENTES-P.
           IF FSCP NOT = 00
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO VERIFICAR-CLIENTES-EXIT.

       VERIFICAR-CLIENTES-LEER.
           READ CLIENTES-P NEXT RECORD INTO CLIENTEREG
               AT END GO TO VERIFICAR-CLIENTES-CERRAR.
           ADD 1 TO CTL-RELEIDOS (IND-FICHERO).
           ADD CLI-COD TO CTL-SUMA-COPIA (IND-FICHERO).
           IF CLI-DNI = SPACES
               GO TO VERIFICAR-CLIENTES-LEER.
           ADD 1 TO NUM-DNI-COPIA.
           MOVE CLI-DNI TO DNI-VALIDAR.
           PERFORM VALIDAR-DNI THRU VALIDAR-DNI-EXIT.
           IF DNI-VALIDO = 1
               ADD 1 TO NUM-DNI-VALIDOS.
           GO TO VERIFICAR-CLIENTES-LEER.

       VERIFICAR-CLIENTES-CERRAR.
           CLOSE CLIENTES-P.
       VERIFICAR-CLIENTES-EXIT.
           EXIT.

       VERIFICAR-TARJETAS.
           MOVE 2 TO IND-FICHERO.
           OPEN INPUT TARJETAS-P.
           IF FSTP NOT = 00
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO VERIFICAR-TARJETAS-EXIT.

       VERIFICAR-TARJETAS-LEER.
           READ TARJETAS-P NEXT RECORD INTO TAJETAREG
               AT END GO TO VERIFICAR-TARJETAS-CERRAR.
           ADD 1 TO CTL-RELEIDOS (IND-FICHERO).
           COMPUTE CTL-SUMA-COPIA (IND-FICHERO) =
               CTL-SUMA-COPIA (IND-FICHERO) + TSALDO-ENT
               + (TSALDO-DEC / 100).
           PERFORM CONTAR-TITULAR-COPIA THRU CONTAR-TITULAR-COPIA-EXIT.
           GO TO VERIFICAR-TARJETAS-LEER.

       VERIFICAR-TARJETAS-CERRAR.
           CLOSE TARJETAS-P.
       VERIFICAR-TARJETAS-EXIT.
           EXIT.

       VERIFICAR-CUENTAS.
           MOVE 3 TO IND-FICHERO.
           OPEN INPUT CUENTA-TARJETA-P.
           IF FSAP NOT = 00
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO VERIFICAR-CUENTAS-EXIT.

       VERIFICAR-CUENTAS-LEER.
           READ CUENTA-TARJETA-P NEXT RECORD INTO CUENTA-TARJETA-REG
               AT END GO TO VERIFICAR-CUENTAS-CERRAR.
           ADD 1 TO CTL-RELEIDOS (IND-FICHERO).
           ADD CTA-NUM-CUENTA TO CTL-SUMA-COPIA (IND-FICHERO).
           MOVE CTA-TARJETA TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-COPIA THRU CONTAR-ENLACE-COPIA-EXIT.
           GO TO VERIFICAR-CUENTAS-LEER.

       VERIFICAR-CUENTAS-CERRAR.
           CLOSE CUENTA-TARJETA-P.
       VERIFICAR-CUENTAS-EXIT.
           EXIT.

       VERIFICAR-MOVIMIENTOS.
           MOVE 4 TO IND-FICHERO.
           OPEN INPUT MOVIMIENTOS-P.
           IF FSMP NOT = 00
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO VERIFICAR-MOVIMIENTOS-EXIT.

       VERIFICAR-MOVIMIENTOS-LEER.
           READ MOVIMIENTOS-P NEXT RECORD INTO MOVIMIENTO-REG
               AT END GO TO VERIFICAR-MOVIMIENTOS-CERRAR.
           ADD 1 TO CTL-RELEIDOS (IND-FICHERO).
           ADD MOV-IMPORTE TO CTL-SUMA-COPIA (IND-FICHERO).
           MOVE MOV-TARJETA TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-COPIA THRU CONTAR-ENLACE-COPIA-EXIT.
           GO TO VERIFICAR-MOVIMIENTOS-LEER.

       VERIFICAR-MOVIMIENTOS-CERRAR.
           CLOSE MOVIMIENTOS-P.
       VERIFICAR-MOVIMIENTOS-EXIT.
           EXIT.

       VERIFICAR-MOVHIST.
           MOVE 5 TO IND-FICHERO.
           OPEN INPUT MOVIMIENTOS-HIST-P.
           IF FSHP NOT = 00
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO VERIFICAR-MOVHIST-EXIT.

       VERIFICAR-MOVHIST-LEER.
           READ MOVIMIENTOS-HIST-P NEXT RECORD
               INTO MOVIMIENTO-HIST-REG
               AT END GO TO VERIFICAR-MOVHIST-CERRAR.
           ADD 1 TO CTL-RELEIDOS (IND-FICHERO).
           COMPUTE CTL-SUMA-COPIA (IND-FICHERO) =
               CTL-SUMA-COPIA (IND-FICHERO) + MOVH-IMPORTE-ENT
               + (MOVH-IMPORTE-DEC / 100).
           MOVE MOVH-TARJETA TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-COPIA THRU CONTAR-ENLACE-COPIA-EXIT.
           GO TO VERIFICAR-MOVHIST-LEER.

       VERIFICAR-MOVHIST-CERRAR.
           CLOSE MOVIMIENTOS-HIST-P.
       VERIFICAR-MOVHIST-EXIT.
           EXIT.

       VERIFICAR-TRANSFERENCIAS.
           MOVE 6 TO IND-FICHERO.
           OPEN INPUT TRANSFERENCIAS-P.
           IF FSRP NOT = 00
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO VERIFICAR-TRANSFERENCIAS-EXIT.

       VERIFICAR-TRANSFERENCIAS-LEER.
           READ TRANSFERENCIAS-P NEXT RECORD INTO TRANSFERENCIA-REG
               AT END GO TO VERIFICAR-TRANSFERENCIAS-CERRAR.
           ADD 1 TO CTL-RELEIDOS (IND-FICHERO).
           ADD T-IMPORTE TO CTL-SUMA-COPIA (IND-FICHERO).
           MOVE T-TARJETA-ORIGEN TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-COPIA THRU CONTAR-ENLACE-COPIA-EXIT.
           MOVE T-TARJETA-DESTINO TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-COPIA THRU CONTAR-ENLACE-COPIA-EXIT.
           GO TO VERIFICAR-TRANSFERENCIAS-LEER.

       VERIFICAR-TRANSFERENCIAS-CERRAR.
           CLOSE TRANSFERENCIAS-P.
       VERIFICAR-TRANSFERENCIAS-EXIT.
           EXIT.

       VERIFICAR-TRFHIST.
           MOVE 7 TO IND-FICHERO.
           OPEN INPUT TRANSFERENCIAS-HIST-P.
           IF FSQP NOT = 00
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO VERIFICAR-TRFHIST-EXIT.

       VERIFICAR-TRFHIST-LEER.
           READ TRANSFERENCIAS-HIST-P NEXT RECORD
               INTO TRANSFERENCIA-HIST-REG
               AT END GO TO VERIFICAR-TRFHIST-CERRAR.
           ADD 1 TO CTL-RELEIDOS (IND-FICHERO).
           COMPUTE CTL-SUMA-COPIA (IND-FICHERO) =
               CTL-SUMA-COPIA (IND-FICHERO) + TH-IMPORTE-ENT
               + (TH-IMPORTE-DEC / 100).
           MOVE TH-TARJETA-ORIGEN TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-COPIA THRU CONTAR-ENLACE-COPIA-EXIT.
           MOVE TH-TARJETA-DESTINO TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-COPIA THRU CONTAR-ENLACE-COPIA-EXIT.
           GO TO VERIFICAR-TRFHIST-LEER.

       VERIFICAR-TRFHIST-CERRAR.
           CLOSE TRANSFERENCIAS-HIST-P.
       VERIFICAR-TRFHIST-EXIT.
           EXIT.

       VERIFICAR-PRESTAMOS.
           MOVE 8 TO IND-FICHERO.
           OPEN INPUT PRESTAMOS-P.
           IF FSPP NOT = 00
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO VERIFICAR-PRESTAMOS-EXIT.

       VERIFICAR-PRESTAMOS-LEER.
           READ PRESTAMOS-P NEXT RECORD INTO PRESTAMO-REG
               AT END GO TO VERIFICAR-PRESTAMOS-CERRAR.
           ADD 1 TO CTL-RELEIDOS (IND-FICHERO).
           COMPUTE CTL-SUMA-COPIA (IND-FICHERO) =
               CTL-SUMA-COPIA (IND-FICHERO) + PRE-PRINCIPAL-ENT
               + (PRE-PRINCIPAL-DEC / 100).
           MOVE PRE-TARJETA TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-COPIA THRU CONTAR-ENLACE-COPIA-EXIT.
           GO TO VERIFICAR-PRESTAMOS-LEER.

       VERIFICAR-PRESTAMOS-CERRAR.
           CLOSE PRESTAMOS-P.
       VERIFICAR-PRESTAMOS-EXIT.
           EXIT.

       VERIFICAR-TELEFONOS.
           MOVE 9 TO IND-FICHERO.
           OPEN INPUT TELEFONOS-P.
           IF FSFP NOT = 00
               MOVE 1 TO CTL-FALLO (IND-FICHERO)
               GO TO VERIFICAR-TELEFONOS-EXIT.

       VERIFICAR-TELEFONOS-LEER.
           READ TELEFONOS-P NEXT RECORD INTO TELEFONO-REG
               AT END GO TO VERIFICAR-TELEFONOS-CERRAR.
           ADD 1 TO CTL-RELEIDOS (IND-FICHERO).
           ADD TEL-TITULAR TO CTL-SUMA-COPIA (IND-FICHERO).
           MOVE TEL-TARJETA TO TARJETA-REAL.
           PERFORM CONTAR-ENLACE-COPIA THRU CONTAR-ENLACE-COPIA-EXIT.
           GO TO VERIFICAR-TELEFONOS-LEER.

       VERIFICAR-TELEFONOS-CERRAR.
           CLOSE TELEFONOS-P.
       VERIFICAR-TELEFONOS-EXIT.
           EXIT.

      ******************************************************************
      * enlaces: una referencia cuenta si la tarjeta (o el titular)
      * existe en su maestro; el origen se mira contra los ficheros
      * de produccion y la copia contra las copias, y ambas cuentas
      * deben coincidir
      ******************************************************************
       CONTAR-ENLACE-ORIGEN.
           IF HAY-TARJETAS = 0 OR TARJETA-REAL = 0
               GO TO CONTAR-ENLACE-ORIGEN-EXIT.
           MOVE TARJETA-REAL TO TNUM.
           READ TARJETAS INVALID KEY
               GO TO CONTAR-ENLACE-ORIGEN-EXIT.
           ADD 1 TO CTL-ENLACES-ORIGEN (IND-FICHERO).
       CONTAR-ENLACE-ORIGEN-EXIT.
           EXIT.

       CONTAR-ENLACE-COPIA.
           IF HAY-TARJETAS = 0 OR TARJETA-REAL = 0
               GO TO CONTAR-ENLACE-COPIA-EXIT.
           MOVE TARJETA-REAL TO TNUMP.
           READ TARJETAS-P INVALID KEY
               GO TO CONTAR-ENLACE-COPIA-EXIT.
           ADD 1 TO CTL-ENLACES-COPIA (IND-FICHERO).
       CONTAR-ENLACE-COPIA-EXIT.
           EXIT.

       CONTAR-TITULAR-ORIGEN.
           IF HAY-CLIENTES = 0 OR TTITULAR = 0
               GO TO CONTAR-TITULAR-ORIGEN-EXIT.
           MOVE TTITULAR TO CLI-COD.
           READ CLIENTES INVALID KEY
               GO TO CONTAR-TITULAR-ORIGEN-EXIT.
           ADD 1 TO CTL-ENLACES-ORIGEN (IND-FICHERO).
       CONTAR-TITULAR-ORIGEN-EXIT.
           EXIT.

       CONTAR-TITULAR-COPIA.
           IF HAY-CLIENTES = 0 OR TTITULAR = 0
               GO TO CONTAR-TITULAR-COPIA-EXIT.
           MOVE TTITULAR TO CLIP-COD.
           READ CLIENTES-P INVALID KEY
               GO TO CONTAR-TITULAR-COPIA-EXIT.
           ADD 1 TO CTL-ENLACES-COPIA (IND-FICHERO).
       CONTAR-TITULAR-COPIA-EXIT.
           EXIT.

       SIN-ORIGEN.
           DISPLAY "AVISO: " NOMBRE-FICHERO (IND-FICHERO)
               " no existe, su copia sale vacia".
           MOVE 1 TO CTL-SIN-ORIGEN (IND-FICHERO).
       SIN-ORIGEN-EXIT.
           EXIT.

      ******************************************************************
      * seudonimos
      ******************************************************************
      * TARJETA-REAL -> TARJETA-FICTICIA; el 0 (sin tarjeta) se
      * conserva
       SEUDONIMO-TARJETA.
           IF TARJETA-REAL = 0
               MOVE 0 TO TARJETA-FICTICIA
               GO TO SEUDONIMO-TARJETA-EXIT.
           MOVE TARJETA-REAL TO TARJETA-DIGITOS.
           COMPUTE TARJETA-CUERPO = FUNCTION MOD(
               (TARJETA-CUERPO * CLAVE-MULT) + CLAVE-DESPL,
               10000000000).
           MOVE TARJETA-DIGITOS TO TARJETA-FICTICIA.
       SEUDONIMO-TARJETA-EXIT.
           EXIT.

      * persona ficticia para SEMILLA-DATOS: la misma semilla da
      * siempre la misma persona dentro de una copia, y el DNI y el
      * telefono son permutaciones de la semilla (multiplicadores
      * primos con 10), asi que dos clientes no comparten ninguno
       GENERAR-PERSONA.
           COMPUTE IND-NOMBRE = FUNCTION MOD(
               (SEMILLA-DATOS * 31) + CLAVE-BASE, 20) + 1.
           COMPUTE IND-APELLIDO-1 = FUNCTION MOD(
               (SEMILLA-DATOS * 17) + (CLAVE-BASE * 3), 25) + 1.
           COMPUTE IND-APELLIDO-2 = FUNCTION MOD(
               (SEMILLA-DATOS * 7) + (CLAVE-BASE * 11) + 5, 25) + 1.
           COMPUTE IND-CALLE = FUNCTION MOD(
               (SEMILLA-DATOS * 13) + CLAVE-BASE, 15) + 1.
           COMPUTE IND-LOCALIDAD = FUNCTION MOD(
               (SEMILLA-DATOS * 19) + (CLAVE-BASE * 7), 12) + 1.
           COMPUTE NUMERO-PORTAL = FUNCTION MOD(
               (SEMILLA-DATOS * 23) + CLAVE-BASE, 150) + 1.
           COMPUTE NUMERO-DNI = FUNCTION MOD(
               (SEMILLA-DATOS * 7321) + CLAVE-DESPL, 100000000).
           COMPUTE NUMERO-TELEFONO = FUNCTION MOD(
               (SEMILLA-DATOS * 4099) + CLAVE-DESPL, 100000000).

           MOVE NOMBRE-PILA (IND-NOMBRE) TO NOMBRE-FICTICIO.
           MOVE SPACES TO APELLIDOS-FICTICIOS.
           STRING APELLIDO-COMUN (IND-APELLIDO-1) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               APELLIDO-COMUN (IND-APELLIDO-2) DELIMITED BY SPACE
               INTO APELLIDOS-FICTICIOS.
           MOVE SPACES TO NOMBRE-COMPLETO-FICTICIO.
           STRING NOMBRE-PILA (IND-NOMBRE) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               APELLIDOS-FICTICIOS DELIMITED BY "  "
               INTO NOMBRE-COMPLETO-FICTICIO.

           COMPUTE DNI-RESTO = FUNCTION MOD(NUMERO-DNI, 23) + 1.
           MOVE SPACES TO DNI-FICTICIO.
           STRING NUMERO-DNI DELIMITED BY SIZE
               DNI-LETRAS (DNI-RESTO:1) DELIMITED BY SIZE
               INTO DNI-FICTICIO.

      * el portal va sin ceros a la izquierda
           MOVE 1 TO POS-PORTAL.
           IF NUMERO-PORTAL < 100
               MOVE 2 TO POS-PORTAL.
           IF NUMERO-PORTAL < 10
               MOVE 3 TO POS-PORTAL.
           MOVE SPACES TO DIRECCION-FICTICIA.
           STRING "C/ " DELIMITED BY SIZE
               CALLE-FICTICIA (IND-CALLE) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               NUMERO-PORTAL (POS-PORTAL:) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               LOCALIDAD-FICTICIA (IND-LOCALIDAD) DELIMITED BY "  "
               INTO DIRECCION-FICTICIA.

           MOVE SPACES TO TELEFONO-FICTICIO.
           STRING "6" NUMERO-TELEFONO DELIMITED BY SIZE
               INTO TELEFONO-FICTICIO.
       GENERAR-PERSONA-EXIT.
           EXIT.

      ******************************************************************
      * informe de control
      ******************************************************************
       ESCRIBIR-INFORME.
           OPEN OUTPUT ANONIMIZACION.
           IF FSAN NOT = 00
               DISPLAY "No se pudo crear anonimizacion.rpt FS=" FSAN
               MOVE 99 TO NUM-DESCUADRES
               GO TO ESCRIBIR-INFORME-EXIT.

           MOVE SPACES TO ANONIMIZACION-TEXTO.
           STRING "COPIA ANONIMIZADA DE MAESTROS " DELIMITED BY SIZE
               DIA "/" MES "/" ANO " " HORAS ":" MINUTOS
               DELIMITED BY SIZE INTO ANONIMIZACION-TEXTO.
           WRITE ANONIMIZACION-TEXTO.
           MOVE SPACES TO ANONIMIZACION-TEXTO.
           MOVE "FICHERO" TO ANONIMIZACION-TEXTO (1:7).
           MOVE "LEIDOS" TO ANONIMIZACION-TEXTO (25:6).
           MOVE "ESCRITOS" TO ANONIMIZACION-TEXTO (36:8).
           MOVE "RELEIDOS" TO ANONIMIZACION-TEXTO (47:8).
           MOVE "SUMA CONTROL ORIGEN" TO ANONIMIZACION-TEXTO (58:19).
           MOVE "SUMA CONTROL COPIA" TO ANONIMIZACION-TEXTO (79:18).
           MOVE "ENLACES" TO ANONIMIZACION-TEXTO (100:7).
           MOVE "ENLACES" TO ANONIMIZACION-TEXTO (111:7).
           MOVE "RESULTADO" TO ANONIMIZACION-TEXTO (122:9).
           WRITE ANONIMIZACION-TEXTO.
           MOVE SPACES TO ANONIMIZACION-TEXTO.
           MOVE "ORIGEN" TO ANONIMIZACION-TEXTO (100:6).
           MOVE "COPIA" TO ANONIMIZACION-TEXTO (111:5).
           WRITE ANONIMIZACION-TEXTO.

           PERFORM ESCRIBIR-CONTROL THRU ESCRIBIR-CONTROL-EXIT
               VARYING IND-FICHERO FROM 1 BY 1
               UNTIL IND-FICHERO > 9.

           MOVE SPACES TO ANONIMIZACION-TEXTO.
           STRING "Clientes con datos personales sustituidos: "
               DELIMITED BY SIZE
               NUM-PERSONAS-SUSTITUIDAS DELIMITED BY SIZE
               INTO ANONIMIZACION-TEXTO.
           WRITE ANONIMIZACION-TEXTO.
           MOVE SPACES TO ANONIMIZACION-TEXTO.
           STRING "DNI ficticios en la copia: " DELIMITED BY SIZE
               NUM-DNI-COPIA DELIMITED BY SIZE
               "  con letra de control valida: " DELIMITED BY SIZE
               NUM-DNI-VALIDOS DELIMITED BY SIZE
               INTO ANONIMIZACION-TEXTO.
           WRITE ANONIMIZACION-TEXTO.
           IF NUM-DNI-VALIDOS NOT = NUM-DNI-COPIA
               ADD 1 TO NUM-DESCUADRES.
           MOVE SPACES TO ANONIMIZACION-TEXTO.
           STRING "Conceptos con pagador sustituido: "
               DELIMITED BY SIZE
               NUM-CONCEPTOS-SUSTITUIDOS DELIMITED BY SIZE
               INTO ANONIMIZACION-TEXTO.
           WRITE ANONIMIZACION-TEXTO.

           MOVE SPACES TO ANONIMIZACION-TEXTO.
           IF NUM-DESCUADRES = 0
               MOVE "COPIA COMPLETA: todas las cifras de control "
                   TO ANONIMIZACION-TEXTO
               MOVE "cuadran" TO ANONIMIZACION-TEXTO (46:7)
           ELSE
               MOVE "COPIA NO VALIDA: hay cifras de control que "
                   TO ANONIMIZACION-TEXTO
               MOVE "no cuadran" TO ANONIMIZACION-TEXTO (45:10).
           WRITE ANONIMIZACION-TEXTO.
           CLOSE ANONIMIZACION.
       ESCRIBIR-INFORME-EXIT.
           EXIT.

      * un fichero cuadra si se escribio y se releyo todo lo leido,
      * con la misma suma de control y los mismos enlaces resueltos
       ESCRIBIR-CONTROL.
           MOVE SPACES TO ANONIMIZACION-REG.
           MOVE NOMBRE-FICHERO (IND-FICHERO) TO ANR-FICHERO.
           MOVE CTL-LEIDOS (IND-FICHERO) TO ANR-LEIDOS.
           MOVE CTL-ESCRITOS (IND-FICHERO) TO ANR-ESCRITOS.
           MOVE CTL-RELEIDOS (IND-FICHERO) TO ANR-RELEIDOS.
           MOVE CTL-SUMA-ORIGEN (IND-FICHERO) TO ANR-SUMA-ORIGEN.
           MOVE CTL-SUMA-COPIA (IND-FICHERO) TO ANR-SUMA-COPIA.
           MOVE CTL-ENLACES-ORIGEN (IND-FICHERO) TO ANR-ENLACES-ORIGEN.
           MOVE CTL-ENLACES-COPIA (IND-FICHERO) TO ANR-ENLACES-COPIA.
           MOVE "CUADRA" TO ANR-RESULTADO.
           IF CTL-SIN-ORIGEN (IND-FICHERO) = 1
               MOVE "SIN ORIGEN" TO ANR-RESULTADO.
           IF CTL-FALLO (IND-FICHERO) = 1
               OR CTL-ESCRITOS (IND-FICHERO)
                   NOT = CTL-LEIDOS (IND-FICHERO)
               OR CTL-RELEIDOS (IND-FICHERO)
                   NOT = CTL-LEIDOS (IND-FICHERO)
               OR CTL-SUMA-COPIA (IND-FICHERO)
                   NOT = CTL-SUMA-ORIGEN (IND-FICHERO)
               OR CTL-ENLACES-COPIA (IND-FICHERO)
                   NOT = CTL-ENLACES-ORIGEN (IND-FICHERO)
               MOVE "NO CUADRA" TO ANR-RESULTADO
               ADD 1 TO NUM-DESCUADRES.
           WRITE ANONIMIZACION-REG.
       ESCRIBIR-CONTROL-EXIT.
           EXIT.

           COPY "CIFRAR-PIN.cpy".
           COPY "VALIDAR-DNI.cpy".
