       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK66.
      * cambio de producto de una tarjeta desde el modo supervisor
      * de BANK1: pasa una tarjeta de cuenta a otro producto de
      * cuenta del catalogo productos.ubd (cuenta, joven, premium,
      * cuenta de pagos basica...) si el titular cumple los
      * requisitos del producto; la tarjeta toma el limite diario
      * del producto nuevo, el cambio queda en el diario de
      * supervisores con el producto y limite de antes y despues,
      * y se avisa al cliente. Prepago y credito tienen sus propios
      * circuitos (BANK39 y BANK54) y no se cambian aqui
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "PRODUCTOS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TARJETAS-FD.cpy".
           COPY "PRODUCTOS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2) VALUE "00".
       77 FSPD                      PIC   X(2) VALUE "00".
       77 FSC                       PIC   X(2) VALUE "00".
       77 FSN                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "CLIENTE-WS.cpy".
           COPY "PRODUCTO-WS.cpy".

       77 TARJETA-USUARIO           PIC  9(16).
       77 PRODUCTO-USUARIO          PIC  9(2).
       77 TITULAR-CAMBIO            PIC  9(9).
       77 PRODUCTO-ANTES            PIC  9(2).
       77 NOMBRE-ANTES              PIC  X(20).
       77 LIMITE-ANTES-ENT          PIC  9(7).
       77 LIMITE-ANTES-DEC          PIC  9(2).
       77 LIMITE-NUEVO-ENT          PIC  9(7).
       77 LIMITE-NUEVO-DEC          PIC  9(2).
       77 FECHA-HOY-YMD             PIC  9(8).
       77 EDAD-TITULAR              PIC  9(3).
       77 MOTIVO-RECHAZO            PIC  9(1).
       77 LINEA-CATALOGO            PIC  9(2).
       77 COINCIDE-PRODUCTO         PIC  9(1).

       77 LIMITE-ENT-IMPRESO        PIC  Z(6)9.

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-PRODUCTO.
           05 TARJETA-ACCEPT BLANK ZERO AUTO
               LINE 10 COL 40 PIC 9(16) USING TARJETA-USUARIO.
           05 PRODUCTO-ACCEPT BLANK ZERO AUTO
               LINE 11 COL 40 PIC 9(2) USING PRODUCTO-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PPRODUCTO.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE PRODUCTO-USUARIO.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           DISPLAY (8, 22) "Cambio de producto de una tarjeta".
           DISPLAY (10, 15) "Tarjeta del cliente:".
           DISPLAY (11, 15) "Producto nuevo:".
           PERFORM MOSTRAR-CATALOGO THRU MOSTRAR-CATALOGO-EXIT.
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-PRODUCTO ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PPRODUCTO.
           IF TARJETA-USUARIO = 0
               GO TO PPRODUCTO.

      * solo tarjetas de cuenta activas y con titular
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
           IF NOT TARJETA-ACTIVA OR NOT PRODUCTO-CUENTA
                   OR TTITULAR = 0
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
      * la cuenta de menor solo la deja BATCH-MAYORIA al cumplir 18
           IF PRODUCTO-MENOR
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
           MOVE TTITULAR TO TITULAR-CAMBIO.
           MOVE TPRODUCTO TO PRODUCTO-ANTES.
           IF PRODUCTO-ANTES = 0
               MOVE 1 TO PRODUCTO-ANTES.
           MOVE TLIMITE-ENT TO LIMITE-ANTES-ENT.
           MOVE TLIMITE-DEC TO LIMITE-ANTES-DEC.
           CLOSE TARJETAS.

           MOVE PRODUCTO-ANTES TO PRODUCTO-BUSCADO.
           PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT.
           MOVE PRODUCTO-NOMBRE TO NOMBRE-ANTES.

      * el producto nuevo tiene que ser de cuenta, estar en el
      * catalogo y comercializarse
           MOVE 1 TO MOTIVO-RECHAZO.
           IF PRODUCTO-USUARIO = 0 OR PRODUCTO-USUARIO = 2
                   OR PRODUCTO-USUARIO = 3 OR PRODUCTO-USUARIO = 7
               GO TO PRECHAZO.
           MOVE 2 TO MOTIVO-RECHAZO.
           MOVE PRODUCTO-USUARIO TO PRODUCTO-BUSCADO.
           PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT.
           IF HAY-PRODUCTO = 0 OR PRODUCTO-ESTADO = 1
               GO TO PRECHAZO.
           MOVE 3 TO MOTIVO-RECHAZO.
           IF PRODUCTO-USUARIO = PRODUCTO-ANTES
               GO TO PRECHAZO.

           PERFORM COMPROBAR-EDAD THRU COMPROBAR-EDAD-EXIT.
           IF MOTIVO-RECHAZO NOT = 0
               GO TO PRECHAZO.
           PERFORM COMPROBAR-UNICA THRU COMPROBAR-UNICA-EXIT.
           IF MOTIVO-RECHAZO NOT = 0
               GO TO PRECHAZO.

           MOVE PRODUCTO-LIMITE-ENT TO LIMITE-NUEVO-ENT.
           MOVE PRODUCTO-LIMITE-DEC TO LIMITE-NUEVO-DEC.

       PCONFIRMAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 22) "Cambio de producto de una tarjeta".
           DISPLAY (10, 15) "Tarjeta:".
           DISPLAY (10, 40) TARJETA-USUARIO.
           DISPLAY (12, 15) "Producto actual:".
           DISPLAY (12, 40) PRODUCTO-ANTES.
           DISPLAY (12, 43) NOMBRE-ANTES.
           DISPLAY (13, 15) "Producto nuevo:".
           DISPLAY (13, 40) PRODUCTO-USUARIO.
           DISPLAY (13, 43) PRODUCTO-NOMBRE.
           DISPLAY (15, 15) "Limite diario nuevo:".
           IF LIMITE-NUEVO-ENT = 0 AND LIMITE-NUEVO-DEC = 0
               DISPLAY (15, 40) "sin limite"
           ELSE
               MOVE LIMITE-NUEVO-ENT TO LIMITE-ENT-IMPRESO
               DISPLAY (15, 40) LIMITE-ENT-IMPRESO
               DISPLAY (15, 47) ","
               DISPLAY (15, 48) LIMITE-NUEVO-DEC
               DISPLAY (15, 51) "EUR".
           DISPLAY (24, 01) "Enter - Confirmar".
           DISPLAY (24, 65) "ESC - Cancelar".

       PCONFIRMAR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   IF ENTER-PRESSED
                       GO TO PAPLICAR
                   ELSE
                       GO TO PCONFIRMAR-ENTER.
           GO TO PCONFIRMAR-ENTER.

       PAPLICAR.
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           MOVE PRODUCTO-USUARIO TO TPRODUCTO.
           MOVE LIMITE-NUEVO-ENT TO TLIMITE-ENT.
           MOVE LIMITE-NUEVO-DEC TO TLIMITE-DEC.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           CLOSE TARJETAS.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "PRODUCTO" TO SUPJRN-ACCION.
           MOVE TARJETA-USUARIO TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           STRING "PRD " PRODUCTO-ANTES " LIM " LIMITE-ANTES-ENT
               DELIMITED BY SIZE INTO SUPJRN-ANTES.
           MOVE SPACES TO SUPJRN-DESPUES.
           STRING "PRD " PRODUCTO-USUARIO " LIM " LIMITE-NUEVO-ENT
               DELIMITED BY SIZE INTO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           MOVE TARJETA-USUARIO TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE SPACES TO NOTIF-CONCEPTO.
           STRING "NUEVO PRODUCTO " PRODUCTO-NOMBRE
               DELIMITED BY SIZE INTO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 20) "El producto de la tarjeta queda cambiado".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PTARJETA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta no es valida para esa accion"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PRECHAZO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           EVALUATE MOTIVO-RECHAZO
               WHEN 1
                   DISPLAY "Ese producto no se asigna desde aqui"
                       LINE 11 COLUMN 22
                       WITH FOREGROUND-COLOR IS WHITE
                            BACKGROUND-COLOR IS RED
               WHEN 2
                   DISPLAY "El producto no existe o esta retirado"
                       LINE 11 COLUMN 21
                       WITH FOREGROUND-COLOR IS WHITE
                            BACKGROUND-COLOR IS RED
               WHEN 3
                   DISPLAY "La tarjeta ya es de ese producto"
                       LINE 11 COLUMN 24
                       WITH FOREGROUND-COLOR IS WHITE
                            BACKGROUND-COLOR IS RED
               WHEN 4
                   DISPLAY "El titular no cumple la edad del producto"
                       LINE 11 COLUMN 19
                       WITH FOREGROUND-COLOR IS WHITE
                            BACKGROUND-COLOR IS RED
               WHEN OTHER
                   DISPLAY "El titular ya tiene ese producto"
                       LINE 11 COLUMN 24
                       WITH FOREGROUND-COLOR IS WHITE
                            BACKGROUND-COLOR IS RED
                   DISPLAY "(solo se admite una tarjeta por titular)"
                       LINE 12 COLUMN 20
           END-EVALUATE.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * productos de cuenta que se comercializan, para elegir; caben
      * ocho en pantalla
      *----------------------------------------------------------*
       MOSTRAR-CATALOGO.
           MOVE 13 TO LINEA-CATALOGO.
           OPEN INPUT PRODUCTOS.
           IF FSPD = 35
               MOVE "00" TO FSPD
               DISPLAY (14, 15) "No hay catalogo de productos"
               GO TO MOSTRAR-CATALOGO-EXIT.
           IF FSPD NOT = 00
               GO TO PSYS-ERR.
           DISPLAY (13, 15) "Productos del catalogo:".

       MOSTRAR-CATALOGO-LEER.
           READ PRODUCTOS NEXT RECORD
               AT END GO TO MOSTRAR-CATALOGO-CERRAR.
           IF PRD-CODIGO = 2 OR PRD-CODIGO = 3
                   OR PRODUCTO-RETIRADO
               GO TO MOSTRAR-CATALOGO-LEER.
           IF LINEA-CATALOGO NOT < 22
               GO TO MOSTRAR-CATALOGO-CERRAR.
           ADD 1 TO LINEA-CATALOGO.
           DISPLAY (LINEA-CATALOGO, 17) PRD-CODIGO.
           DISPLAY (LINEA-CATALOGO, 20) PRD-NOMBRE.
           GO TO MOSTRAR-CATALOGO-LEER.

       MOSTRAR-CATALOGO-CERRAR.
           CLOSE PRODUCTOS.
       MOSTRAR-CATALOGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * edad del titular contra los topes del producto; con algun
      * tope y sin fecha de nacimiento en la ficha no se admite
      *----------------------------------------------------------*
       COMPROBAR-EDAD.
           MOVE 0 TO MOTIVO-RECHAZO.
           IF PRODUCTO-EDAD-MINIMA = 0 AND PRODUCTO-EDAD-MAXIMA = 0
               GO TO COMPROBAR-EDAD-EXIT.
           MOVE TITULAR-CAMBIO TO CLIENTE-CALCULO.
           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT.
           IF FSC = 35
               MOVE "00" TO FSC.
           MOVE 4 TO MOTIVO-RECHAZO.
           IF CLI-FECHA-NACIMIENTO = 0
                   OR CLI-FECHA-NACIMIENTO > FECHA-HOY-YMD
               GO TO COMPROBAR-EDAD-EXIT.
           COMPUTE EDAD-TITULAR =
               (FECHA-HOY-YMD - CLI-FECHA-NACIMIENTO) / 10000.
           IF PRODUCTO-EDAD-MINIMA NOT = 0
                   AND EDAD-TITULAR < PRODUCTO-EDAD-MINIMA
               GO TO COMPROBAR-EDAD-EXIT.
           IF PRODUCTO-EDAD-MAXIMA NOT = 0
                   AND EDAD-TITULAR > PRODUCTO-EDAD-MAXIMA
               GO TO COMPROBAR-EDAD-EXIT.
           MOVE 0 TO MOTIVO-RECHAZO.
       COMPROBAR-EDAD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * una sola tarjeta del producto por titular: ninguna otra
      * tarjeta viva del mismo titular puede tenerlo ya
      *----------------------------------------------------------*
       COMPROBAR-UNICA.
           MOVE 0 TO MOTIVO-RECHAZO.
           IF PRODUCTO-UNA-POR-TITULAR NOT = 1
               GO TO COMPROBAR-UNICA-EXIT.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       COMPROBAR-UNICA-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO COMPROBAR-UNICA-CERRAR.
           IF TTITULAR NOT = TITULAR-CAMBIO
                   OR TNUM = TARJETA-USUARIO
                   OR TARJETA-BAJA
               GO TO COMPROBAR-UNICA-LEER.
           MOVE 0 TO COINCIDE-PRODUCTO.
           IF TPRODUCTO = PRODUCTO-USUARIO
               MOVE 1 TO COINCIDE-PRODUCTO.
           IF TPRODUCTO = 0 AND PRODUCTO-USUARIO = 1
               MOVE 1 TO COINCIDE-PRODUCTO.
           IF COINCIDE-PRODUCTO = 1
               MOVE 5 TO MOTIVO-RECHAZO
               GO TO COMPROBAR-UNICA-CERRAR.
           GO TO COMPROBAR-UNICA-LEER.

       COMPROBAR-UNICA-CERRAR.
           CLOSE TARJETAS.
       COMPROBAR-UNICA-EXIT.
           EXIT.

           COPY "LEER-PRODUCTO.cpy".
           COPY "LEER-CLIENTE.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE PRODUCTOS.
           CLOSE CLIENTES.

           MOVE "BANK66" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               IF FSPD NOT = 00
                   MOVE FSPD TO ERROR-FS
               ELSE
                   MOVE FSC TO ERROR-FS.
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
