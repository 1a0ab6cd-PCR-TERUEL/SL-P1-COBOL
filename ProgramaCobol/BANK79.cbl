       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK79.
      * tarjetas de otros bancos en nuestros cajeros: BANK1 llega
      * aqui cuando la tarjeta no es nuestra y su BIN figura activo
      * en la tabla de la red. Nada se decide en local: la peticion
      * (con el PIN transformado, nunca en claro) sale a la red en
      * redpeticiones.txt y el emisor contesta en redrespuestas.txt.
      * La retirada muestra antes el recargo del terminal y solo
      * sigue si el cliente lo acepta; sin respuesta a tiempo la
      * operacion se anula y la anulacion tambien viaja a la red.
      * Cada operacion queda en ajenas.ubd para que BATCH-INTERCAMBIO
      * reclame la tasa de intercambio al emisor y concilie
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TERMINAL-SES-SEL.cpy".
           COPY "BINES-SEL.cpy".
           COPY "AJENAS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "BILLETES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "DISPENSAS-SEL.cpy".
           COPY "PANCLARO-SEL.cpy".
           COPY "REDPETICIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

           SELECT RED-RESPUESTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRR.

       DATA DIVISION.
       FILE SECTION.
           COPY "TERMINAL-SES-FD.cpy".
           COPY "BINES-FD.cpy".
           COPY "AJENAS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "BILLETES-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "DISPENSAS-FD.cpy".
           COPY "PANCLARO-FD.cpy".
           COPY "REDPETICIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

      * respuesta del emisor: 00 aprobada; el saldo solo viene en
      * las consultas
       FD RED-RESPUESTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "redrespuestas.txt".
       01 RED-RESPUESTA-REG.
           02 RRS-REFERENCIA           PIC 9(10).
           02 FILLER                   PIC X(1).
           02 RRS-RESPUESTA            PIC 9(2).
           02 FILLER                   PIC X(1).
           02 RRS-AUTORIZACION         PIC X(6).
           02 FILLER                   PIC X(1).
           02 RRS-SALDO-SIGNO          PIC X(1).
           02 RRS-SALDO-ENT            PIC 9(9).
           02 RRS-SALDO-DEC            PIC 9(2).

       WORKING-STORAGE SECTION.
       77 FSTS                      PIC   X(2).
       77 FSBJ                      PIC   X(2).
       77 FSAE                      PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSDI                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSRP                      PIC   X(2).
       77 FSRR                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "PIN-CIFRADO-WS.cpy".
           COPY "AJE-NUM-WS.cpy".

       77 OPCION-AJENA              PIC  9(1).
       77 IMPORTE-AJENA             PIC  9(4).
       77 NOMBRE-EMISOR             PIC  X(30).
       77 BANCO-EMISOR              PIC  9(4).
       77 TIPO-PETICION             PIC  X(1).
       77 COD-IMPORTE               PIC  9(7).
       77 TOTAL-AJENA               PIC  9(7)V9(2).
       77 RECARGO-PETICION          PIC  9(2)V9(2).

       77 SEG-ESPERADOS             PIC  9(3).
       77 RESPUESTA-RED             PIC  9(2).
       77 AUTORIZACION-RED          PIC  X(6).
       77 SALDO-RED-SIGNO           PIC  X(1).
       77 SALDO-RED-ENT             PIC  9(9).
       77 SALDO-RED-DEC             PIC  9(2).
       77 RESPUESTA-ENCONTRADA      PIC  9(1).
           88 HAY-RESPUESTA         VALUE 1.
       77 ESPERA-CANCELADA          PIC  9(1).
           88 CLIENTE-CANCELA       VALUE 1.

       77 IMPORTE-DISPLAY           PIC  Z(6)9.99.
       77 RECARGO-DISPLAY           PIC  Z9.99.
       77 SALDO-DISPLAY             PIC  Z(8)9.99.

       77 BILLETES-50                PIC  9(5).
       77 BILLETES-20                PIC  9(5).
       77 BILLETES-10                PIC  9(5).
       77 NECESARIO-10               PIC  9(6).
       77 RESTO-10                   PIC  9(6).
       77 N-50                       PIC  9(5).
       77 N-20                       PIC  9(5).
       77 N-10                       PIC  9(5).
       77 BILLETES-POSIBLE           PIC  9(1).
           88 DISPENSABLE            VALUE 1.

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).
       77 PIN-P                     PIC  9(4).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-OPCION.
           05 OPCION-ACCEPT BLANK ZERO AUTO
               LINE 15 COL 50 PIC 9(1) USING OPCION-AJENA.

       01 PANTALLA-IMPORTE.
           05 IMPORTE-ACCEPT BLANK ZERO AUTO
               LINE 12 COL 50 PIC 9(4) USING IMPORTE-AJENA.

       PROCEDURE DIVISION USING TNUM-P PIN-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           PERFORM LEER-TERMINAL THRU LEER-TERMINAL-EXIT.
           PERFORM LEER-PARAM-AJENAS THRU LEER-PARAM-AJENAS-EXIT.

      * banco emisor segun el BIN (BANK1 ya comprobo que esta activo)
           OPEN INPUT BINES.
           IF FSBJ NOT = 00
               GO TO PSYS-ERR.
           COMPUTE BIN-PREFIJO = TNUM-P / 10000000000.
           READ BINES INVALID KEY
               CLOSE BINES
               GO TO PTARJETA-ERR.
           MOVE BIN-BANCO TO BANCO-EMISOR.
           MOVE BIN-NOMBRE TO NOMBRE-EMISOR.
           CLOSE BINES.

       PMENU-AJENA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE OPCION-AJENA.
           DISPLAY (8, 15) "Tarjeta de otra entidad: " NOMBRE-EMISOR.
           DISPLAY (11, 20) "1 - Retirada de efectivo".
           DISPLAY (12, 20) "2 - Consulta de saldo".
           DISPLAY (15, 20) "Elija una opcion:".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-OPCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PMENU-AJENA.
           IF OPCION-AJENA = 1
               GO TO PRETIRADA-AJENA.
           IF OPCION-AJENA = 2
               GO TO PCONSULTA-AJENA.
           GO TO PMENU-AJENA.

       PRETIRADA-AJENA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE IMPORTE-AJENA.
           DISPLAY (8, 24) "Retirada de efectivo".
           DISPLAY (12, 15) "Importe en euros (multiplo de 10):".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".
           ACCEPT PANTALLA-IMPORTE ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PRETIRADA-AJENA.
           IF IMPORTE-AJENA = 0
               GO TO PIMPORTE-ERR.
           IF FUNCTION MOD(IMPORTE-AJENA, 10) NOT = 0
               GO TO PIMPORTE-ERR.

      * antes de molestar al emisor: el billetero tiene que poder
      * entregar el importe
           MOVE IMPORTE-AJENA TO COD-IMPORTE.
           PERFORM LEER-BILLETES THRU LEER-BILLETES-EXIT.
           PERFORM CALCULAR-COMBINACION
               THRU CALCULAR-COMBINACION-EXIT.
           IF NOT DISPENSABLE
               GO TO PEFECTIVO-ERR.

      * el recargo del terminal se muestra y se acepta antes de
      * enviar nada; su banco puede cobrar aparte sus comisiones
           COMPUTE TOTAL-AJENA = IMPORTE-AJENA + RECARGO-AJENA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 24) "Retirada de efectivo".
           MOVE IMPORTE-AJENA TO IMPORTE-DISPLAY.
           DISPLAY (11, 15) "Importe a retirar:".
           DISPLAY (11, 50) IMPORTE-DISPLAY " EUR".
           MOVE RECARGO-AJENA TO RECARGO-DISPLAY.
           DISPLAY (12, 15) "Recargo de este cajero:".
           DISPLAY (12, 55) RECARGO-DISPLAY " EUR".
           MOVE TOTAL-AJENA TO IMPORTE-DISPLAY.
           DISPLAY (14, 15) "Total que se cargara en su cuenta:".
           DISPLAY (14, 50) IMPORTE-DISPLAY " EUR".
           DISPLAY (16, 15) "Su entidad puede aplicar sus propias".
           DISPLAY (17, 15) "comisiones a esta operacion".
           DISPLAY (24, 01) "Enter - Aceptar recargo".
           DISPLAY (24, 65) "ESC - Cancelar".

       PRECARGO-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   IF NOT ENTER-PRESSED
                       GO TO PRECARGO-ENTER.

           MOVE "R" TO TIPO-PETICION.
           MOVE RECARGO-AJENA TO RECARGO-PETICION.
           PERFORM ENVIAR-PETICION THRU ENVIAR-PETICION-EXIT.
           PERFORM ESPERAR-RESPUESTA THRU ESPERAR-RESPUESTA-EXIT.
           IF NOT HAY-RESPUESTA
               PERFORM ANULAR-PETICION THRU ANULAR-PETICION-EXIT
               GO TO PSIN-RESPUESTA-ERR.
           IF RESPUESTA-RED NOT = 00
               MOVE 3 TO AJE-ESTADO
               PERFORM GUARDAR-AJENA THRU GUARDAR-AJENA-EXIT
               GO TO PDENEGADA-ERR.
           MOVE 1 TO AJE-ESTADO.
           PERFORM GUARDAR-AJENA THRU GUARDAR-AJENA-EXIT.

      * el emisor ya ha cargado: si mientras tanto el billetero no
      * puede entregar, la operacion se anula ante la red
           PERFORM LEER-BILLETES THRU LEER-BILLETES-EXIT.
           PERFORM CALCULAR-COMBINACION
               THRU CALCULAR-COMBINACION-EXIT.
           IF NOT DISPENSABLE
               PERFORM ANULAR-PETICION THRU ANULAR-PETICION-EXIT
               GO TO PEFECTIVO-ERR.

           PERFORM DESCONTAR-BILLETES THRU DESCONTAR-BILLETES-EXIT.
           PERFORM REGISTRAR-DISPENSA THRU REGISTRAR-DISPENSA-EXIT.
           MOVE 2 TO AJE-ESTADO.
           MOVE INTERCAMBIO-RETIRADA TO AJE-INTERCAMBIO-ENT.
           COMPUTE AJE-INTERCAMBIO-DEC =
               (INTERCAMBIO-RETIRADA - AJE-INTERCAMBIO-ENT) * 100.
           PERFORM GUARDAR-AJENA THRU GUARDAR-AJENA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 24) "Retirada de efectivo".
           DISPLAY (11, 18) "Retire su efectivo del dispensador".
           MOVE TOTAL-AJENA TO IMPORTE-DISPLAY.
           DISPLAY (13, 15) "Cargado en su cuenta:".
           DISPLAY (13, 50) IMPORTE-DISPLAY " EUR".
           DISPLAY (14, 15) "Autorizacion:".
           DISPLAY (14, 50) AUTORIZACION-RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PCONSULTA-AJENA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 24) "Consulta de saldo".
           DISPLAY (11, 15) "La consulta se solicita a su entidad".
           DISPLAY (12, 15) "Este cajero no aplica recargo".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".

       PCONSULTA-AJENA-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   IF NOT ENTER-PRESSED
                       GO TO PCONSULTA-AJENA-ENTER.

           MOVE 0 TO COD-IMPORTE.
           MOVE "C" TO TIPO-PETICION.
           MOVE 0 TO RECARGO-PETICION.
           PERFORM ENVIAR-PETICION THRU ENVIAR-PETICION-EXIT.
           PERFORM ESPERAR-RESPUESTA THRU ESPERAR-RESPUESTA-EXIT.
           IF NOT HAY-RESPUESTA
               PERFORM ANULAR-PETICION THRU ANULAR-PETICION-EXIT
               GO TO PSIN-RESPUESTA-ERR.
           IF RESPUESTA-RED NOT = 00
               MOVE 3 TO AJE-ESTADO
               PERFORM GUARDAR-AJENA THRU GUARDAR-AJENA-EXIT
               GO TO PDENEGADA-ERR.
           MOVE 2 TO AJE-ESTADO.
           MOVE INTERCAMBIO-CONSULTA TO AJE-INTERCAMBIO-ENT.
           COMPUTE AJE-INTERCAMBIO-DEC =
               (INTERCAMBIO-CONSULTA - AJE-INTERCAMBIO-ENT) * 100.
           PERFORM GUARDAR-AJENA THRU GUARDAR-AJENA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 24) "Consulta de saldo".
           DISPLAY (11, 15) "Entidad:".
           DISPLAY (11, 35) NOMBRE-EMISOR.
           COMPUTE SALDO-DISPLAY = SALDO-RED-ENT
               + (SALDO-RED-DEC / 100).
           DISPLAY (13, 15) "Saldo disponible:".
           IF SALDO-RED-SIGNO = "-"
               DISPLAY (13, 35) "-" SALDO-DISPLAY " EUR"
           ELSE
               DISPLAY (13, 35) SALDO-DISPLAY " EUR".
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PFIN-ENTER.

      * alta de la operacion en ajenas.ubd y peticion a la red con
      * la misma referencia; la tarjeta viaja completa (el emisor la
      * identifica por el numero) y el PIN solo como bloque
      * transformado con el esquema vigente y la sal de la tarjeta
       ENVIAR-PETICION.
           PERFORM SIGUIENTE-AJE-NUM THRU SIGUIENTE-AJE-NUM-EXIT.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           INITIALIZE AJENA-REG.
           MOVE NUEVO-AJE-NUM TO AJE-NUM.
           MOVE TNUM-P TO AJE-TARJETA.
           MOVE BANCO-EMISOR TO AJE-BANCO.
           MOVE TERMINAL-ID TO AJE-CAJERO.
           MOVE TIPO-PETICION TO AJE-TIPO.
           COMPUTE AJE-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE AJE-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE COD-IMPORTE TO AJE-IMPORTE-ENT.
           MOVE 0 TO AJE-IMPORTE-DEC.
           MOVE RECARGO-PETICION TO AJE-RECARGO-ENT.
           COMPUTE AJE-RECARGO-DEC =
               (RECARGO-PETICION - AJE-RECARGO-ENT) * 100.
           MOVE 0 TO AJE-ESTADO.
           MOVE 0 TO AJE-LIQ-ESTADO.

           OPEN I-O AJENAS.
           IF FSAE = 35
               OPEN OUTPUT AJENAS
           END-IF.
           IF FSAE NOT = 00
               GO TO PSYS-ERR.
           WRITE AJENA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE AJENAS.
           MOVE "E" TO JOURNAL-OPERACION.
           PERFORM ANOTAR-JOURNAL-AJENA THRU ANOTAR-JOURNAL-AJENA-EXIT.

           MOVE PIN-P TO PIN-CLARO.
           MOVE FUNCTION MOD(TNUM-P, 10000) TO PIN-SAL.
           MOVE ESQUEMA-PIN-VIGENTE TO PIN-ESQUEMA.
           PERFORM CIFRAR-PIN THRU CIFRAR-PIN-EXIT.

           MOVE SPACES TO RED-PETICION-REG.
           MOVE TIPO-PETICION TO RPE-TIPO.
           MOVE PIN-CIFRADO TO RPE-PIN-BLOQUE.
           PERFORM ESCRIBIR-PETICION THRU ESCRIBIR-PETICION-EXIT.
       ENVIAR-PETICION-EXIT.
           EXIT.

      * anulacion: misma referencia, sin PIN; la operacion no se
      * reclama al emisor
       ANULAR-PETICION.
           MOVE SPACES TO RED-PETICION-REG.
           MOVE "A" TO RPE-TIPO.
           MOVE 0 TO RPE-PIN-BLOQUE.
           PERFORM ESCRIBIR-PETICION THRU ESCRIBIR-PETICION-EXIT.
           MOVE 4 TO AJE-ESTADO.
           PERFORM GUARDAR-AJENA THRU GUARDAR-AJENA-EXIT.
       ANULAR-PETICION-EXIT.
           EXIT.

       ESCRIBIR-PETICION.
           OPEN EXTEND RED-PETICIONES.
           IF FSRP = 35
               OPEN OUTPUT RED-PETICIONES
           END-IF.
           IF FSRP NOT = 00
               GO TO PSYS-ERR.
           MOVE "BANK79" TO PAN-PROGRAMA.
           MOVE "redpeticiones.txt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.
           MOVE AJE-TARJETA TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO RPE-TARJETA.
           MOVE AJE-NUM TO RPE-REFERENCIA.
           MOVE AJE-BANCO TO RPE-BANCO.
           MOVE AJE-CAJERO TO RPE-CAJERO.
           MOVE AJE-IMPORTE-ENT TO RPE-IMPORTE-ENT.
           MOVE AJE-IMPORTE-DEC TO RPE-IMPORTE-DEC.
           MOVE AJE-RECARGO-ENT TO RPE-RECARGO-ENT.
           MOVE AJE-RECARGO-DEC TO RPE-RECARGO-DEC.
           MOVE AJE-FECHA TO RPE-FECHA.
           MOVE AJE-HORA TO RPE-HORA.
           WRITE RED-PETICION-REG.
           CLOSE RED-PETICIONES.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
       ESCRIBIR-PETICION-EXIT.
           EXIT.

      * espera la respuesta del emisor segundo a segundo hasta el
      * maximo de parametros; ESC deja de esperar y anula
       ESPERAR-RESPUESTA.
           MOVE 0 TO SEG-ESPERADOS.
           MOVE 0 TO RESPUESTA-ENCONTRADA.
           MOVE 0 TO ESPERA-CANCELADA.
           MOVE 99 TO RESPUESTA-RED.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 18) "Conectando con su entidad...".
           DISPLAY (12, 18) "Espere por favor".
           DISPLAY (24, 65) "ESC - Cancelar".

       ESPERAR-RESPUESTA-BUSCAR.
           PERFORM BUSCAR-RESPUESTA THRU BUSCAR-RESPUESTA-EXIT.
           IF HAY-RESPUESTA
               GO TO ESPERAR-RESPUESTA-EXIT.
           IF SEG-ESPERADOS NOT < SEG-RESPUESTA-RED
               GO TO ESPERAR-RESPUESTA-EXIT.
           ACCEPT PRESSED-KEY WITH TIME-OUT 1 ON EXCEPTION
               IF ESC-PRESSED
                   MOVE 1 TO ESPERA-CANCELADA.
           IF CLIENTE-CANCELA
               GO TO ESPERAR-RESPUESTA-EXIT.
           ADD 1 TO SEG-ESPERADOS.
           GO TO ESPERAR-RESPUESTA-BUSCAR.
       ESPERAR-RESPUESTA-EXIT.
           EXIT.

       BUSCAR-RESPUESTA.
           OPEN INPUT RED-RESPUESTAS.
           IF FSRR NOT = 00
               GO TO BUSCAR-RESPUESTA-EXIT.

       BUSCAR-RESPUESTA-LEER.
           READ RED-RESPUESTAS AT END
               GO TO BUSCAR-RESPUESTA-CERRAR.
           IF RRS-REFERENCIA NOT = AJE-NUM
               GO TO BUSCAR-RESPUESTA-LEER.
           MOVE 1 TO RESPUESTA-ENCONTRADA.
           MOVE RRS-RESPUESTA TO RESPUESTA-RED.
           MOVE RRS-AUTORIZACION TO AUTORIZACION-RED.
           MOVE RRS-SALDO-SIGNO TO SALDO-RED-SIGNO.
           MOVE RRS-SALDO-ENT TO SALDO-RED-ENT.
           MOVE RRS-SALDO-DEC TO SALDO-RED-DEC.
           MOVE RRS-RESPUESTA TO AJE-RESPUESTA.
           MOVE RRS-AUTORIZACION TO AJE-AUTORIZACION.

       BUSCAR-RESPUESTA-CERRAR.
           CLOSE RED-RESPUESTAS.
       BUSCAR-RESPUESTA-EXIT.
           EXIT.

      * reescribe la operacion con el estado y los datos de la
      * respuesta que lleva AJENA-REG
       GUARDAR-AJENA.
           OPEN I-O AJENAS.
           IF FSAE NOT = 00
               GO TO PSYS-ERR.
           REWRITE AJENA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE AJENAS.
           MOVE "R" TO JOURNAL-OPERACION.
           PERFORM ANOTAR-JOURNAL-AJENA THRU ANOTAR-JOURNAL-AJENA-EXIT.
       GUARDAR-AJENA-EXIT.
           EXIT.

       ANOTAR-JOURNAL-AJENA.
           MOVE "AE" TO JOURNAL-FICHERO.
           MOVE AJE-NUM TO JOURNAL-CLAVE.
           MOVE AJENA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       ANOTAR-JOURNAL-AJENA-EXIT.
           EXIT.

       LEER-BILLETES.
           MOVE 0 TO BILLETES-50.
           MOVE 0 TO BILLETES-20.
           MOVE 0 TO BILLETES-10.
           OPEN INPUT BILLETES.
           IF FSB = 35
               GO TO LEER-BILLETES-EXIT.
           IF FSB NOT = 00
               GO TO PSYS-ERR.

           MOVE TERMINAL-ID TO BIL-CAJERO.
           MOVE 50 TO BIL-DENOM.
           READ BILLETES INVALID KEY MOVE 0 TO BILLETES-50.
           IF FSB = 00
               MOVE BIL-CANTIDAD TO BILLETES-50.
           MOVE TERMINAL-ID TO BIL-CAJERO.
           MOVE 20 TO BIL-DENOM.
           READ BILLETES INVALID KEY MOVE 0 TO BILLETES-20.
           IF FSB = 00
               MOVE BIL-CANTIDAD TO BILLETES-20.
           MOVE TERMINAL-ID TO BIL-CAJERO.
           MOVE 10 TO BIL-DENOM.
           READ BILLETES INVALID KEY MOVE 0 TO BILLETES-10.
           IF FSB = 00
               MOVE BIL-CANTIDAD TO BILLETES-10.
           CLOSE BILLETES.
       LEER-BILLETES-EXIT.
           EXIT.

       CALCULAR-COMBINACION.
           MOVE 0 TO BILLETES-POSIBLE.
           COMPUTE NECESARIO-10 = COD-IMPORTE / 10.
           PERFORM CALCULAR-COMBINACION-50 VARYING N-50 FROM 0 BY 1
               UNTIL N-50 > BILLETES-50 OR DISPENSABLE.
       CALCULAR-COMBINACION-EXIT.
           EXIT.

       CALCULAR-COMBINACION-50.
           PERFORM CALCULAR-COMBINACION-20 VARYING N-20 FROM 0 BY 1
               UNTIL N-20 > BILLETES-20 OR DISPENSABLE.

       CALCULAR-COMBINACION-20.
           IF (N-50 * 5) + (N-20 * 2) > NECESARIO-10
               GO TO CALCULAR-COMBINACION-20-EXIT.
           COMPUTE RESTO-10 = NECESARIO-10 - (N-50 * 5) - (N-20 * 2).
           IF RESTO-10 NOT > BILLETES-10
               MOVE RESTO-10 TO N-10
               MOVE 1 TO BILLETES-POSIBLE.
       CALCULAR-COMBINACION-20-EXIT.
           EXIT.

       DESCONTAR-BILLETES.
           OPEN I-O BILLETES.
           IF FSB NOT = 00
               GO TO PSYS-ERR.
           MOVE TERMINAL-ID TO BIL-CAJERO.
           MOVE 50 TO BIL-DENOM.
           READ BILLETES INVALID KEY GO TO PSYS-ERR.
           COMPUTE BIL-CANTIDAD = BIL-CANTIDAD - N-50.
           REWRITE BILLETE-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ANOTAR-JOURNAL-BILLETE
               THRU ANOTAR-JOURNAL-BILLETE-EXIT.
           MOVE TERMINAL-ID TO BIL-CAJERO.
           MOVE 20 TO BIL-DENOM.
           READ BILLETES INVALID KEY GO TO PSYS-ERR.
           COMPUTE BIL-CANTIDAD = BIL-CANTIDAD - N-20.
           REWRITE BILLETE-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ANOTAR-JOURNAL-BILLETE
               THRU ANOTAR-JOURNAL-BILLETE-EXIT.
           MOVE TERMINAL-ID TO BIL-CAJERO.
           MOVE 10 TO BIL-DENOM.
           READ BILLETES INVALID KEY GO TO PSYS-ERR.
           COMPUTE BIL-CANTIDAD = BIL-CANTIDAD - N-10.
           REWRITE BILLETE-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ANOTAR-JOURNAL-BILLETE
               THRU ANOTAR-JOURNAL-BILLETE-EXIT.
           CLOSE BILLETES.
       DESCONTAR-BILLETES-EXIT.
           EXIT.

      * la entrega entra en el diario de dispensas como cualquier
      * otra, para el cuadre de efectivo del cajero; la tarjeta
      * ajena se apunta enmascarada
       REGISTRAR-DISPENSA.
           OPEN EXTEND DISPENSAS.
           IF FSDI = 35
               OPEN OUTPUT DISPENSAS
           END-IF.
           IF FSDI NOT = 00
               GO TO REGISTRAR-DISPENSA-EXIT.
           MOVE TNUM-P TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO DIS-TARJETA.
           MOVE TERMINAL-ID TO DIS-CAJERO.
           MOVE N-50 TO DIS-N-50.
           MOVE N-20 TO DIS-N-20.
           MOVE N-10 TO DIS-N-10.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE DIA TO DIS-DIA.
           MOVE MES TO DIS-MES.
           MOVE ANO TO DIS-ANO.
           MOVE HORAS TO DIS-HOR.
           MOVE MINUTOS TO DIS-MIN.
           MOVE SEGUNDOS TO DIS-SEG.
           WRITE DISPENSA-REG.
           CLOSE DISPENSAS.
       REGISTRAR-DISPENSA-EXIT.
           EXIT.

       PIMPORTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El importe debe ser multiplo de 10 euros"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".

       PIMPORTE-ERR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PRETIRADA-AJENA
               ELSE
                   GO TO PIMPORTE-ERR-ENTER.
           GO TO PRETIRADA-AJENA.

       PTARJETA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta no se admite en este cajero"
               LINE 11 COLUMN 21
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PEFECTIVO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El cajero no dispone de efectivo para"
               LINE 11 COLUMN 21
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "entregar ese importe" LINE 12 COLUMN 30
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PSIN-RESPUESTA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se ha obtenido respuesta de su entidad"
               LINE 11 COLUMN 19
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "La operacion ha sido anulada" LINE 12 COLUMN 26
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      * motivo de la denegacion segun el codigo de respuesta de la
      * red
       PDENEGADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Su entidad ha denegado la operacion"
               LINE 11 COLUMN 22
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           IF RESPUESTA-RED = 51
               DISPLAY (13, 22) "Saldo insuficiente".
           IF RESPUESTA-RED = 55
               DISPLAY (13, 22) "PIN incorrecto".
           IF RESPUESTA-RED = 75
               DISPLAY (13, 22) "PIN bloqueado por intentos".
           IF RESPUESTA-RED = 61
               DISPLAY (13, 22) "Supera el limite de su tarjeta".
           IF RESPUESTA-RED = 14
               DISPLAY (13, 22) "Tarjeta no valida o caducada".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      * imagen del cajon tras cada decremento de la entrega, para
      * que el recuento reconstruido del diario cuadre
       ANOTAR-JOURNAL-BILLETE.
           MOVE "BI" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE BIL-CLAVE TO JOURNAL-CLAVE.
           MOVE BILLETE-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       ANOTAR-JOURNAL-BILLETE-EXIT.
           EXIT.

           COPY "LEER-TERMINAL.cpy".
           COPY "LEER-PARAM-AJENAS.cpy".
           COPY "SIGUIENTE-AJE-NUM.cpy".
           COPY "CIFRAR-PIN.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".

       PSYS-ERR.
           CLOSE AJENAS.
           CLOSE BILLETES.
           CLOSE RED-PETICIONES.

           MOVE "BANK79" TO ERROR-PROGRAMA.
           IF FSAE NOT = 00
               MOVE FSAE TO ERROR-FS
           ELSE
               IF FSB NOT = 00
                   MOVE FSB TO ERROR-FS
               ELSE
                   MOVE FSRP TO ERROR-FS.
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
