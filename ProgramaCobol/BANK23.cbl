      * mantenimiento del catalogo de eventos (eventos.ubd) desde el
      * modo supervisor de BANK1: alta, modificacion y cancelacion,
      * con validacion de fecha, precio y plazas y una linea de
      * auditoria por cada accion, al estilo de reposiciones.rpt.
      * Tambien mantiene las zonas de cada evento (zonas.ubd), cada
      * una con su precio y sus plazas
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           COPY "EVENTOS-SEL.cpy".
           COPY "EVENTOS-AUD-SEL.cpy".
           COPY "ZONAS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "EVENTOS-FD.cpy".
           COPY "EVENTOS-AUD-FD.cpy".
           COPY "ZONAS-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSEV                      PIC   X(2).
       77 FSEA                      PIC   X(2).
       77 FSZO                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".

       77 CHOICE                    PIC  9(1).
       77 EVE-NUM-USUARIO           PIC  9(8).
       77 ACCION-AUDITORIA          PIC  X(12).
       77 FECHA-HOY-YMD             PIC  9(8).
       77 FECHA-EVENTO-YMD          PIC  9(8).
       77 ZONA-CODIGO-USUARIO       PIC  9(2).
       77 LINEA-ZONA                PIC  9(2).
       77 NUM-ZONAS                 PIC  9(3).
       77 ZONAS-PLAZAS-TOTAL        PIC  9(5).
       77 CENT-ZONA                 PIC  9(7).
       77 CENT-ZONA-MINIMO          PIC  9(7).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
           05 EVE-ORGANIZADOR-F BLANK ZERO AUTO LINE 17 COL 40
               PIC 9(4) USING EVE-ORGANIZADOR.

       01 PANTALLA-ZONA-COD.
           05 ZONA-COD-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 40 PIC 9(2) USING ZONA-CODIGO-USUARIO.

       01 PANTALLA-ZONA-DATOS.
           05 ZON-NOMBRE-F AUTO LINE 21 COL 40
               PIC X(15) USING ZON-NOMBRE.
           05 ZON-PRECIO-ENT-F BLANK ZERO AUTO LINE 22 COL 40
               PIC 9(5) USING ZON-PRECIO-ENT.
           05 ZON-PRECIO-DEC-F BLANK ZERO AUTO LINE 22 COL 46
               PIC 9(2) USING ZON-PRECIO-DEC.
           05 ZON-PLAZAS-F BLANK ZERO AUTO LINE 23 COL 40
               PIC 9(5) USING ZON-PLAZAS.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           DISPLAY (10, 15) "1 - Alta de evento".
           DISPLAY (11, 15) "2 - Modificar evento".
           DISPLAY (12, 15) "3 - Cancelar evento".
           DISPLAY (13, 15) "4 - Zonas del evento".
           DISPLAY (24, 34) "ESC - Salir".

       PMENU-EVENTOS-A1.
               GO TO PMODIFICAR-EVENTO.
           IF CHOICE = 3
               GO TO PCANCELAR-EVENTO.
           IF CHOICE = 4
               GO TO PZONAS-EVENTO.
           GO TO PMENU-EVENTOS-A1.

      *----------------------------------------------------------*
           IF CHOICE = 8
               CLOSE EVENTOS
               GO TO PDATOS-ERR.
      * con zonas, plazas y precio del evento salen de sus zonas
           OPEN INPUT ZONAS.
           IF FSZO = 00
               PERFORM RECALCULAR-EVENTO-ZONAS
                   THRU RECALCULAR-EVENTO-ZONAS-EXIT
               CLOSE ZONAS.
           IF FSZO NOT = 00 AND FSZO NOT = 35
               GO TO PSYS-ERR.

           REWRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE EVENTOS.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PVOLVER-ENTER.

      *----------------------------------------------------------*
      * zonas del evento: alta de una zona nueva o modificacion de
      * una existente (nombre, precio y plazas a la venta); una
      * zona con cero plazas queda cerrada. Tras cada cambio se
      * recalculan las plazas y el precio desde del evento
      *----------------------------------------------------------*
       PZONAS-EVENTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 20) "Zonas del evento".
           INITIALIZE EVE-NUM-USUARIO.
           DISPLAY (10, 15) "Referencia del evento:".
           ACCEPT PANTALLA-EVE-NUM ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PZONAS-EVENTO.

           OPEN I-O EVENTOS.
           IF FSEV = 35
               GO TO PNOEXISTE-ERR.
           IF FSEV NOT = 00
               GO TO PSYS-ERR.
           MOVE EVE-NUM-USUARIO TO EVE-NUM.
           READ EVENTOS INVALID KEY
               CLOSE EVENTOS
               GO TO PNOEXISTE-ERR.

           OPEN I-O ZONAS.
           IF FSZO = 35
               OPEN OUTPUT ZONAS
               CLOSE ZONAS
               OPEN I-O ZONAS.
           IF FSZO NOT = 00
               GO TO PSYS-ERR.
           PERFORM LISTAR-ZONAS THRU LISTAR-ZONAS-EXIT.

       PZONAS-CODIGO.
           INITIALIZE ZONA-CODIGO-USUARIO.
           DISPLAY (20, 15) "Codigo de zona:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".
           ACCEPT PANTALLA-ZONA-COD ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE ZONAS
                   CLOSE EVENTOS
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PZONAS-CODIGO.
           IF ZONA-CODIGO-USUARIO = 0
               GO TO PZONAS-CODIGO.

           MOVE 0 TO CHOICE.
           MOVE EVE-NUM-USUARIO TO ZON-EVENTO.
           MOVE ZONA-CODIGO-USUARIO TO ZON-CODIGO.
           READ ZONAS INVALID KEY
               MOVE 1 TO CHOICE
               INITIALIZE ZON-NOMBRE
               INITIALIZE ZON-PRECIO-ENT
               INITIALIZE ZON-PRECIO-DEC
               INITIALIZE ZON-PLAZAS.

       PZONAS-DATOS.
           DISPLAY (21, 15) "Nombre:".
           DISPLAY (22, 15) "Precio (ent, dec):".
           DISPLAY (23, 15) "Plazas:".
           ACCEPT PANTALLA-ZONA-DATOS ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE ZONAS
                   CLOSE EVENTOS
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PZONAS-DATOS.
           IF ZON-NOMBRE = SPACES
                   OR (ZON-PRECIO-ENT = 0 AND ZON-PRECIO-DEC = 0)
               CLOSE ZONAS
               CLOSE EVENTOS
               GO TO PDATOS-ERR.

           MOVE EVE-NUM-USUARIO TO ZON-EVENTO.
           MOVE ZONA-CODIGO-USUARIO TO ZON-CODIGO.
           IF CHOICE = 1
               WRITE ZONA-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
           ELSE
               REWRITE ZONA-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE.

           PERFORM RECALCULAR-EVENTO-ZONAS
               THRU RECALCULAR-EVENTO-ZONAS-EXIT.
           REWRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE ZONAS.
           CLOSE EVENTOS.

           MOVE "ZONA" TO ACCION-AUDITORIA.
           PERFORM REGISTRAR-AUDITORIA THRU REGISTRAR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 20) "La zona ha sido actualizada".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PVOLVER-ENTER.

      * zonas ya definidas, una por linea, de la 13 a la 18
       LISTAR-ZONAS.
           DISPLAY (12, 15) "Zona".
           DISPLAY (12, 21) "Nombre".
           DISPLAY (12, 38) "Precio".
           DISPLAY (12, 48) "Plazas".
           MOVE 12 TO LINEA-ZONA.
           MOVE EVE-NUM-USUARIO TO ZON-EVENTO.
           MOVE 0 TO ZON-CODIGO.
           START ZONAS KEY IS >= ZON-CLAVE
               INVALID KEY GO TO LISTAR-ZONAS-EXIT.

       LISTAR-ZONAS-LEER.
           READ ZONAS NEXT RECORD
               AT END GO TO LISTAR-ZONAS-EXIT.
           IF ZON-EVENTO NOT = EVE-NUM-USUARIO
               GO TO LISTAR-ZONAS-EXIT.
           IF LINEA-ZONA = 18
               DISPLAY (18, 15) "..."
               GO TO LISTAR-ZONAS-EXIT.
           ADD 1 TO LINEA-ZONA.
           DISPLAY (LINEA-ZONA, 15) ZON-CODIGO.
           DISPLAY (LINEA-ZONA, 21) ZON-NOMBRE.
           DISPLAY (LINEA-ZONA, 38) ZON-PRECIO-ENT.
           DISPLAY (LINEA-ZONA, 43) ",".
           DISPLAY (LINEA-ZONA, 44) ZON-PRECIO-DEC.
           DISPLAY (LINEA-ZONA, 48) ZON-PLAZAS.
           GO TO LISTAR-ZONAS-LEER.
       LISTAR-ZONAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * plazas del evento = suma de las plazas libres de sus zonas,
      * precio del evento = el de la zona mas barata. Con ZONAS ya
      * abierto; un evento sin zonas se deja como esta
      *----------------------------------------------------------*
       RECALCULAR-EVENTO-ZONAS.
           MOVE 0 TO NUM-ZONAS.
           MOVE 0 TO ZONAS-PLAZAS-TOTAL.
           MOVE 9999999 TO CENT-ZONA-MINIMO.
           MOVE EVE-NUM TO ZON-EVENTO.
           MOVE 0 TO ZON-CODIGO.
           START ZONAS KEY IS >= ZON-CLAVE
               INVALID KEY GO TO RECALCULAR-EVENTO-ZONAS-EXIT.

       RECALCULAR-EVENTO-ZONAS-LEER.
           READ ZONAS NEXT RECORD
               AT END GO TO RECALCULAR-EVENTO-ZONAS-FIN.
           IF ZON-EVENTO NOT = EVE-NUM
               GO TO RECALCULAR-EVENTO-ZONAS-FIN.
           ADD 1 TO NUM-ZONAS.
           ADD ZON-PLAZAS TO ZONAS-PLAZAS-TOTAL.
           COMPUTE CENT-ZONA = (ZON-PRECIO-ENT * 100) + ZON-PRECIO-DEC.
           IF CENT-ZONA < CENT-ZONA-MINIMO
               MOVE CENT-ZONA TO CENT-ZONA-MINIMO.
           GO TO RECALCULAR-EVENTO-ZONAS-LEER.

       RECALCULAR-EVENTO-ZONAS-FIN.
           IF NUM-ZONAS = 0
               GO TO RECALCULAR-EVENTO-ZONAS-EXIT.
           MOVE ZONAS-PLAZAS-TOTAL TO EVE-PLAZAS.
           DIVIDE CENT-ZONA-MINIMO BY 100 GIVING EVE-PRECIO-ENT
               REMAINDER EVE-PRECIO-DEC.
       RECALCULAR-EVENTO-ZONAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * captura de los datos comunes de alta y modificacion;
      * CHOICE vuelve a 9 si el supervisor cancela con ESC
           END-IF.
           IF FSEA NOT = 00
               GO TO REGISTRAR-AUDITORIA-EXIT.
           MOVE SUP-TARJETA-P TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EAU-TARJETA-SUPERVISOR.
           MOVE ACCION-AUDITORIA TO EAU-ACCION.
           MOVE EVE-NUM-USUARIO TO EAU-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           ELSE
               GO TO PVOLVER-ENTER.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE EVENTOS.
           CLOSE ZONAS.

           MOVE "BANK23" TO ERROR-PROGRAMA.
           IF FSEV NOT = 00
               MOVE FSEV TO ERROR-FS
           ELSE
               IF FSZO NOT = 00
                   MOVE FSZO TO ERROR-FS
               ELSE
                   MOVE FSEA TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
