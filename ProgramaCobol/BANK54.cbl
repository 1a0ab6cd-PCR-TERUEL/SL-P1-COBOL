       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK54.
      * lineas de credito desde el modo supervisor de BANK1: concede
      * a una tarjeta el producto credito (TPRODUCTO 03) con su
      * limite, modalidad de pago (total o minimo con su porcentaje)
      * y la tarjeta de debito del mismo titular de la que se cobra
      * el recibo mensual, o modifica o cancela una linea ya
      * concedida; el ciclo lo lleva BATCH-CREDITO y cada cambio
      * queda en el diario de supervisores
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CREDITOS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CREDITOS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSCW                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "PARAMETROS-WS.cpy".

       77 TARJETA-USUARIO           PIC  9(16).
       77 LIMITE-ENT-USUARIO        PIC  9(7).
       77 LIMITE-DEC-USUARIO        PIC  9(2).
       77 MODALIDAD-USUARIO         PIC  9(1).
       77 PCT-MINIMO-USUARIO        PIC  9(3).
       77 CARGO-USUARIO             PIC  9(16).
       77 ESTADO-USUARIO            PIC  9(1).
       77 TITULAR-CREDITO           PIC  9(9).
       77 LINEA-NUEVA-SW            PIC  9(1).
       77 ULT-MOV-ACTUAL            PIC  9(35).
       77 LIMITE-ANTES-ENT          PIC  9(7).
       77 LIMITE-ANTES-DEC          PIC  9(2).
       77 FECHA-HOY-YMD             PIC  9(8).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-TARJETA.
           05 TARJETA-ACCEPT BLANK ZERO AUTO
               LINE 10 COL 45 PIC 9(16) USING TARJETA-USUARIO.

       01 PANTALLA-LINEA.
           05 LIMITE-ENT-ACCEPT BLANK ZERO AUTO
               LINE 12 COL 45 PIC 9(7) USING LIMITE-ENT-USUARIO.
           05 LIMITE-DEC-ACCEPT AUTO
               LINE 12 COL 53 PIC 9(2) USING LIMITE-DEC-USUARIO.
           05 MODALIDAD-ACCEPT BLANK ZERO AUTO
               LINE 13 COL 45 PIC 9(1) USING MODALIDAD-USUARIO.
           05 PCT-MINIMO-ACCEPT BLANK ZERO AUTO
               LINE 14 COL 45 PIC 9(3) USING PCT-MINIMO-USUARIO.
           05 CARGO-ACCEPT BLANK ZERO AUTO
               LINE 15 COL 45 PIC 9(16) USING CARGO-USUARIO.
           05 ESTADO-ACCEPT AUTO
               LINE 16 COL 45 PIC 9(1) USING ESTADO-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PTARJETA.
           INITIALIZE TARJETA-USUARIO.
           DISPLAY (8, 22) "Lineas de credito".
           DISPLAY (10, 15) "Tarjeta de credito:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-TARJETA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PTARJETA.
           IF TARJETA-USUARIO = 0
               GO TO PTARJETA.

      * una tarjeta de cuenta solo pasa a credito sin saldo ni
      * retenciones: su saldo negativo sera desde ese momento deuda
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PDATOS-ERR.
           IF PRODUCTO-PREPAGO OR NOT TARJETA-ACTIVA
               CLOSE TARJETAS
               GO TO PDATOS-ERR.
           IF NOT PRODUCTO-CREDITO
               IF TSALDO-ENT NOT = 0 OR TSALDO-DEC NOT = 0
                       OR TRETENIDO-ENT NOT = 0
                       OR TRETENIDO-DEC NOT = 0
                   CLOSE TARJETAS
                   GO TO PDATOS-ERR.
           MOVE TTITULAR TO TITULAR-CREDITO.
           CLOSE TARJETAS.

           PERFORM LEER-PCT-MINIMO THRU LEER-PCT-MINIMO-EXIT.
           MOVE 1 TO LINEA-NUEVA-SW.
           MOVE 0 TO LIMITE-ENT-USUARIO.
           MOVE 0 TO LIMITE-DEC-USUARIO.
           MOVE 1 TO MODALIDAD-USUARIO.
           MOVE PCT-MINIMO-CREDITO TO PCT-MINIMO-USUARIO.
           MOVE 0 TO CARGO-USUARIO.
           MOVE 0 TO ESTADO-USUARIO.
           OPEN INPUT CREDITOS.
           IF FSCW = 35
               GO TO PLINEA.
           IF FSCW NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO CRE-TARJETA.
           READ CREDITOS INVALID KEY
               CLOSE CREDITOS
               GO TO PLINEA.
           CLOSE CREDITOS.
      * una linea pasada a fallido solo se trabaja en la cola de
      * morosidad
           IF CREDITO-IMPAGADO
               GO TO PDATOS-ERR.
           MOVE 0 TO LINEA-NUEVA-SW.
           MOVE CRE-LIMITE-ENT TO LIMITE-ENT-USUARIO.
           MOVE CRE-LIMITE-DEC TO LIMITE-DEC-USUARIO.
           MOVE CRE-MODALIDAD TO MODALIDAD-USUARIO.
           MOVE CRE-PCT-MINIMO TO PCT-MINIMO-USUARIO.
           MOVE CRE-TARJETA-CARGO TO CARGO-USUARIO.
           MOVE CRE-ESTADO TO ESTADO-USUARIO.

       PLINEA.
           MOVE LIMITE-ENT-USUARIO TO LIMITE-ANTES-ENT.
           MOVE LIMITE-DEC-USUARIO TO LIMITE-ANTES-DEC.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

       PLINEA-DATOS.
           IF LINEA-NUEVA-SW = 1
               DISPLAY (8, 22) "Alta de linea de credito"
           ELSE
               DISPLAY (8, 22) "Modificacion de linea de credito".
           DISPLAY (10, 15) "Tarjeta de credito:".
           DISPLAY (10, 45) TARJETA-USUARIO.
           DISPLAY (12, 15) "Limite concedido:".
           DISPLAY (12, 52) ",".
           DISPLAY (13, 15) "Pago (1 total, 2 minimo):".
           DISPLAY (14, 15) "Porcentaje de pago minimo:".
           DISPLAY (15, 15) "Tarjeta de cargo del recibo:".
           DISPLAY (16, 15) "Estado (0 activa, 1 cancelada):".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-LINEA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PLINEA-DATOS.

           IF MODALIDAD-USUARIO NOT = 1 AND MODALIDAD-USUARIO NOT = 2
               GO TO PDATOS-ERR.
           IF ESTADO-USUARIO > 1
               GO TO PDATOS-ERR.
           IF ESTADO-USUARIO = 0 AND LIMITE-ENT-USUARIO = 0
                   AND LIMITE-DEC-USUARIO = 0
               GO TO PDATOS-ERR.
           IF PCT-MINIMO-USUARIO = 0 OR PCT-MINIMO-USUARIO > 100
               GO TO PDATOS-ERR.
           IF CARGO-USUARIO = TARJETA-USUARIO
               GO TO PDATOS-ERR.

      * el recibo se cobra de una tarjeta de cuenta activa del mismo
      * titular
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE CARGO-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PDATOS-ERR.
           IF NOT PRODUCTO-CUENTA OR NOT TARJETA-ACTIVA
                   OR TTITULAR NOT = TITULAR-CREDITO
               CLOSE TARJETAS
               GO TO PDATOS-ERR.
           CLOSE TARJETAS.

           IF LINEA-NUEVA-SW = 1
               PERFORM LEER-ULT-MOV THRU LEER-ULT-MOV-EXIT.
           PERFORM GRABAR-LINEA THRU GRABAR-LINEA-EXIT.
           IF LINEA-NUEVA-SW = 1
               PERFORM MARCAR-PRODUCTO THRU MARCAR-PRODUCTO-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           IF LINEA-NUEVA-SW = 1
               MOVE "CREDITO ALTA" TO SUPJRN-ACCION
           ELSE
               IF ESTADO-USUARIO = 1
                   MOVE "CREDITO BAJA" TO SUPJRN-ACCION
               ELSE
                   MOVE "CREDITO MOD" TO SUPJRN-ACCION.
           MOVE TARJETA-USUARIO TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE LIMITE-ANTES-ENT TO SUPJRN-ANTES (1:7).
           MOVE "," TO SUPJRN-ANTES (8:1).
           MOVE LIMITE-ANTES-DEC TO SUPJRN-ANTES (9:2).
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE LIMITE-ENT-USUARIO TO SUPJRN-DESPUES (1:7).
           MOVE "," TO SUPJRN-DESPUES (8:1).
           MOVE LIMITE-DEC-USUARIO TO SUPJRN-DESPUES (9:2).
           MOVE MODALIDAD-USUARIO TO SUPJRN-DESPUES (12:1).
           MOVE ESTADO-USUARIO TO SUPJRN-DESPUES (14:1).
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "La linea de credito queda registrada".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      * porcentaje de pago minimo que se propone en una linea nueva
       LEER-PCT-MINIMO.
           MOVE 5 TO PCT-MINIMO-CREDITO.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PCT-MINIMO-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PCT-MINIMO-CERRAR.
           IF PAR-PCT-MINIMO-CREDITO NOT = 0
               MOVE PAR-PCT-MINIMO-CREDITO TO PCT-MINIMO-CREDITO.

       LEER-PCT-MINIMO-CERRAR.
           CLOSE PARAMETROS.
       LEER-PCT-MINIMO-EXIT.
           EXIT.

      * el primer extracto de una linea nueva recoge solo lo que se
      * anote a partir de la concesion
       LEER-ULT-MOV.
           MOVE 0 TO ULT-MOV-ACTUAL.
           OPEN INPUT CONTADORES.
           IF FSCO = 35
               GO TO LEER-ULT-MOV-EXIT.
           IF FSCO NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO CONT-COD.
           READ CONTADORES INVALID KEY
               GO TO LEER-ULT-MOV-CERRAR.
           MOVE CONT-ULT-NUM TO ULT-MOV-ACTUAL.

       LEER-ULT-MOV-CERRAR.
           CLOSE CONTADORES.
       LEER-ULT-MOV-EXIT.
           EXIT.

       GRABAR-LINEA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           OPEN I-O CREDITOS.
           IF FSCW = 35
               OPEN OUTPUT CREDITOS
           END-IF.
           IF FSCW NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO CRE-TARJETA.
           IF LINEA-NUEVA-SW = 1
               GO TO GRABAR-LINEA-ALTA.
           READ CREDITOS INVALID KEY GO TO PSYS-ERR.
           MOVE LIMITE-ENT-USUARIO TO CRE-LIMITE-ENT.
           MOVE LIMITE-DEC-USUARIO TO CRE-LIMITE-DEC.
           MOVE MODALIDAD-USUARIO TO CRE-MODALIDAD.
           MOVE PCT-MINIMO-USUARIO TO CRE-PCT-MINIMO.
           MOVE CARGO-USUARIO TO CRE-TARJETA-CARGO.
           MOVE ESTADO-USUARIO TO CRE-ESTADO.
           REWRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "R" TO JOURNAL-OPERACION.
           GO TO GRABAR-LINEA-DIARIO.

      * la linea nueva empieza su ciclo este mes: el primer corte
      * sera el del mes que viene
       GRABAR-LINEA-ALTA.
           MOVE LIMITE-ENT-USUARIO TO CRE-LIMITE-ENT.
           MOVE LIMITE-DEC-USUARIO TO CRE-LIMITE-DEC.
           MOVE MODALIDAD-USUARIO TO CRE-MODALIDAD.
           MOVE PCT-MINIMO-USUARIO TO CRE-PCT-MINIMO.
           MOVE CARGO-USUARIO TO CRE-TARJETA-CARGO.
           MOVE ESTADO-USUARIO TO CRE-ESTADO.
           COMPUTE CRE-ULT-CICLO = (ANO * 100) + MES.
           MOVE FECHA-HOY-YMD TO CRE-FECHA-CORTE.
           MOVE ULT-MOV-ACTUAL TO CRE-ULT-MOV.
           MOVE 0 TO CRE-DEUDA-CORTE-ENT.
           MOVE 0 TO CRE-DEUDA-CORTE-DEC.
           MOVE 0 TO CRE-MINIMO-ENT.
           MOVE 0 TO CRE-MINIMO-DEC.
           MOVE 0 TO CRE-FECHA-VENCIMIENTO.
           MOVE 1 TO CRE-PAGO-ESTADO.
           MOVE 0 TO CRE-PENDIENTE-ENT.
           MOVE 0 TO CRE-PENDIENTE-DEC.
           WRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "E" TO JOURNAL-OPERACION.

       GRABAR-LINEA-DIARIO.
           CLOSE CREDITOS.
           MOVE "CR" TO JOURNAL-FICHERO.
           MOVE CRE-TARJETA TO JOURNAL-CLAVE.
           MOVE CREDITO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       GRABAR-LINEA-EXIT.
           EXIT.

       MARCAR-PRODUCTO.
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           MOVE 03 TO TPRODUCTO.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.

           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       MARCAR-PRODUCTO-EXIT.
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

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE CREDITOS.
           CLOSE TARJETAS.
           CLOSE CONTADORES.

           MOVE "BANK54" TO ERROR-PROGRAMA.
           IF FSCW NOT = 00
               MOVE FSCW TO ERROR-FS
           ELSE
               MOVE FST TO ERROR-FS.
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
