       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK57.
      * ficha del cliente desde el modo supervisor de BANK1: busca al
      * cliente en clientes.ubd por DNI, por apellidos (basta el
      * principio) o por telefono y presenta en una sola pagina sus
      * tarjetas (las de TTITULAR, con la cuenta y el papel de
      * cuenta-tarjeta.ubd) y, por tarjeta, lo que el banco tiene
      * abierto con el: prestamos vivos, plazos vigentes,
      * domiciliaciones activas, casos de fraude abiertos,
      * expedientes de mora, reclamaciones de dispensa abiertas y
      * aprobaciones pendientes; desde la ficha se salta a la
      * pantalla de detalle ya existente (archivo, fraude, morosidad,
      * reclamaciones, aprobaciones) si el perfil del supervisor
      * tiene esa opcion en su menu
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "PRESTAMOS-SEL.cpy".
           COPY "PLAZOS-SEL.cpy".
           COPY "MANDATOS-SEL.cpy".
           COPY "CASOS-SEL.cpy".
           COPY "MORAS-SEL.cpy".
           COPY "RECLAMOS-SEL.cpy".
           COPY "APROBACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
           COPY "PRESTAMOS-FD.cpy".
           COPY "PLAZOS-FD.cpy".
           COPY "MANDATOS-FD.cpy".
           COPY "CASOS-FD.cpy".
           COPY "MORAS-FD.cpy".
           COPY "RECLAMOS-FD.cpy".
           COPY "APROBACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSC                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSCT                      PIC   X(2).
       77 FSPR                      PIC   X(2).
       77 FSPL                      PIC   X(2).
       77 FSMA                      PIC   X(2).
       77 FSCA                      PIC   X(2).
       77 FSMO                      PIC   X(2).
       77 FSRC                      PIC   X(2).
       77 FSAB                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PERFILES-SUP-WS.cpy".

      * criterios de busqueda: se usa el primero que venga informado
       77 BUSCA-DNI                 PIC  X(9).
       77 BUSCA-APELLIDOS           PIC  X(30).
       77 BUSCA-TELEFONO            PIC  X(15).
       77 LONG-APELLIDOS            PIC  9(2).
       77 DATO-MAY                  PIC  X(30).
       77 MAS-CLIENTES              PIC  9(1).

       77 SELECCION-USUARIO         PIC  9(2).
       77 ENLACE-USUARIO            PIC  9(1).
       77 FILA-USUARIO              PIC  9(2).
       77 LINEA-ACTUAL              PIC  9(2).
       77 NUM-CLI-PANT              PIC  9(2).
       01 TABLA-CLIENTES-PANT.
           05 CLIENTE-EN-PANTALLA   PIC 9(9) OCCURS 10 TIMES.

       77 CLIENTE-FICHA             PIC  9(9).
       77 TARJETA-ENLACE            PIC  9(16).
       77 TARJETA-BUSCADA-FIC       PIC  9(16).
       77 IND-FIC                   PIC  9(2).
       77 NUM-FIC                   PIC  9(2).
       77 MAS-TARJETAS              PIC  9(1).
      * tarjetas del cliente con lo abierto en cada una
       01 TABLA-FICHA.
           05 FICHA-TARJETA OCCURS 8 TIMES.
               10 FIC-TARJETA       PIC 9(16).
               10 FIC-CUENTA        PIC 9(10).
               10 FIC-ROL           PIC X(1).
               10 FIC-ESTADO        PIC 9(2).
               10 FIC-PRODUCTO      PIC 9(2).
               10 FIC-PRESTAMOS     PIC 9(2).
               10 FIC-PLAZOS        PIC 9(2).
               10 FIC-MANDATOS      PIC 9(2).
               10 FIC-CASOS         PIC 9(2).
               10 FIC-MORAS         PIC 9(2).
               10 FIC-RECLAMOS      PIC 9(2).
               10 FIC-APROBACIONES  PIC 9(2).

       LINKAGE SECTION.
      * tarjeta y perfil del supervisor autenticado en PSUP-INICIO
      * de BANK1
       77 SUP-TARJETA-P             PIC  9(16).
       77 SUP-PERFIL-P              PIC  9(1).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-BUSQUEDA.
           05 DNI-ACCEPT AUTO
               LINE 10 COL 40 PIC X(09) USING BUSCA-DNI.
           05 APELLIDOS-ACCEPT AUTO
               LINE 11 COL 40 PIC X(30) USING BUSCA-APELLIDOS.
           05 TELEFONO-ACCEPT AUTO
               LINE 12 COL 40 PIC X(15) USING BUSCA-TELEFONO.

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 21 COL 50 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-ENLACE.
           05 ENLACE-ACCEPT BLANK ZERO AUTO
               LINE 22 COL 24 PIC 9(1) USING ENLACE-USUARIO.
           05 FILA-ACCEPT BLANK ZERO AUTO
               LINE 22 COL 50 PIC 9(2) USING FILA-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P SUP-PERFIL-P.
           COPY "IMPRIMIR-CABECERA.cpy".

      * los supervisores sin perfil asignado entran como jefe, igual
      * que en el menu de BANK1
       PINICIO.
           MOVE SUP-PERFIL-P TO PERFIL-EN-SESION.
           IF PERFIL-EN-SESION = 0 OR PERFIL-EN-SESION > 5
               MOVE 4 TO PERFIL-EN-SESION.

      *----------------------------------------------------------*
      * busqueda del cliente
      *----------------------------------------------------------*
       PBUSQUEDA.
           INITIALIZE BUSCA-DNI.
           INITIALIZE BUSCA-APELLIDOS.
           INITIALIZE BUSCA-TELEFONO.

       PBUSQUEDA-DATOS.
           DISPLAY (8, 22) "Ficha del cliente".
           DISPLAY (10, 15) "DNI:".
           DISPLAY (11, 15) "o apellidos:".
           DISPLAY (12, 15) "o telefono:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-BUSQUEDA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PBUSQUEDA-DATOS.
           IF BUSCA-DNI = SPACES AND BUSCA-APELLIDOS = SPACES
                   AND BUSCA-TELEFONO = SPACES
               GO TO PBUSQUEDA-DATOS.

      * los apellidos se comparan en mayusculas y solo en la
      * longitud tecleada
           INSPECT BUSCA-DNI CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT BUSCA-APELLIDOS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 30 TO LONG-APELLIDOS.

       PBUSQUEDA-LONGITUD.
           IF LONG-APELLIDOS = 0
               GO TO PBUSCAR.
           IF BUSCA-APELLIDOS (LONG-APELLIDOS:1) NOT = SPACE
               GO TO PBUSCAR.
           SUBTRACT 1 FROM LONG-APELLIDOS.
           GO TO PBUSQUEDA-LONGITUD.

       PBUSCAR.
           MOVE 0 TO NUM-CLI-PANT.
           MOVE 0 TO MAS-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FSC = 35
               GO TO PSIN-CLIENTE.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (6, 22) "Clientes encontrados".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 09) "Nombre".
           DISPLAY (8, 31) "Apellidos".
           DISPLAY (8, 63) "DNI".

       PBUSCAR-LEER.
           READ CLIENTES NEXT RECORD
               AT END GO TO PBUSCAR-FIN.
           IF BUSCA-DNI NOT = SPACES
               MOVE CLI-DNI TO DATO-MAY
               INSPECT DATO-MAY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF DATO-MAY (1:9) NOT = BUSCA-DNI
                   GO TO PBUSCAR-LEER
               ELSE
                   GO TO PBUSCAR-ANOTAR.
           IF LONG-APELLIDOS NOT = 0
               MOVE CLI-APELLIDOS TO DATO-MAY
               INSPECT DATO-MAY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF DATO-MAY (1:LONG-APELLIDOS) NOT =
                       BUSCA-APELLIDOS (1:LONG-APELLIDOS)
                   GO TO PBUSCAR-LEER
               ELSE
                   GO TO PBUSCAR-ANOTAR.
           IF CLI-TELEFONO NOT = BUSCA-TELEFONO
               GO TO PBUSCAR-LEER.

       PBUSCAR-ANOTAR.
           IF NUM-CLI-PANT = 10
               MOVE 1 TO MAS-CLIENTES
               GO TO PBUSCAR-FIN.
           ADD 1 TO NUM-CLI-PANT.
           MOVE CLI-COD TO CLIENTE-EN-PANTALLA (NUM-CLI-PANT).
           COMPUTE LINEA-ACTUAL = 8 + NUM-CLI-PANT.
           DISPLAY (LINEA-ACTUAL, 03) NUM-CLI-PANT.
           DISPLAY (LINEA-ACTUAL, 09) CLI-NOMBRE (1:20).
           DISPLAY (LINEA-ACTUAL, 31) CLI-APELLIDOS.
           DISPLAY (LINEA-ACTUAL, 63) CLI-DNI.
           GO TO PBUSCAR-LEER.

       PBUSCAR-FIN.
           CLOSE CLIENTES.
           IF NUM-CLI-PANT = 0
               GO TO PSIN-CLIENTE.
           IF NUM-CLI-PANT = 1
               MOVE CLIENTE-EN-PANTALLA (1) TO CLIENTE-FICHA
               GO TO PFICHA.
           IF MAS-CLIENTES = 1
               DISPLAY (19, 15)
                   "Hay mas clientes: afine la busqueda".

       PELEGIR-CLIENTE.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (21, 15) "Num. del cliente a consultar:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-CLIENTE.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-CLI-PANT
               GO TO PELEGIR-CLIENTE.
           MOVE CLIENTE-EN-PANTALLA (SELECCION-USUARIO)
               TO CLIENTE-FICHA.

      *----------------------------------------------------------*
      * ficha: datos del cliente, sus tarjetas y lo abierto en cada
      * una; se rehace entera al volver de una pantalla de detalle
      *----------------------------------------------------------*
       PFICHA.
           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-FICHA TO CLI-COD.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               GO TO PSIN-CLIENTE.
           CLOSE CLIENTES.

           PERFORM CARGAR-TARJETAS THRU CARGAR-TARJETAS-EXIT.
           PERFORM CONTAR-PRESTAMOS THRU CONTAR-PRESTAMOS-EXIT.
           PERFORM CONTAR-PLAZOS THRU CONTAR-PLAZOS-EXIT.
           PERFORM CONTAR-MANDATOS THRU CONTAR-MANDATOS-EXIT.
           PERFORM CONTAR-CASOS THRU CONTAR-CASOS-EXIT.
           PERFORM CONTAR-MORAS THRU CONTAR-MORAS-EXIT.
           PERFORM CONTAR-RECLAMOS THRU CONTAR-RECLAMOS-EXIT.
           PERFORM CONTAR-APROBACIONES THRU CONTAR-APROBACIONES-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (5, 03) "Cliente:".
           DISPLAY (5, 12) CLI-COD.
           DISPLAY (5, 23) CLI-NOMBRE (1:20).
           DISPLAY (5, 44) CLI-APELLIDOS.
           DISPLAY (6, 03) "DNI:".
           DISPLAY (6, 12) CLI-DNI.
           DISPLAY (6, 23) "Telefono:".
           DISPLAY (6, 33) CLI-TELEFONO.
           IF CLIENTE-FALLECIDO
               DISPLAY (6, 52) "FALLECIDO"
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED.
           IF CLIENTE-HEREDADO
               DISPLAY (6, 52) "HEREDADO".

           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 08) "Tarjeta".
           DISPLAY (8, 25) "Cuenta".
           DISPLAY (8, 36) "R".
           DISPLAY (8, 38) "Es".
           DISPLAY (8, 41) "Pr".
           DISPLAY (8, 44) "Prest".
           DISPLAY (8, 50) "Plazo".
           DISPLAY (8, 56) "Domic".
           DISPLAY (8, 62) "Fraud".
           DISPLAY (8, 68) "Mora".
           DISPLAY (8, 73) "Recl".
           DISPLAY (8, 78) "Ap".
           IF NUM-FIC = 0
               DISPLAY (9, 08) "El cliente no tiene tarjetas".
           MOVE 0 TO IND-FIC.

       PFICHA-LINEA.
           IF IND-FIC = NUM-FIC
               GO TO PFICHA-PIE.
           ADD 1 TO IND-FIC.
           COMPUTE LINEA-ACTUAL = 8 + IND-FIC.
           DISPLAY (LINEA-ACTUAL, 03) IND-FIC.
           DISPLAY (LINEA-ACTUAL, 08) FIC-TARJETA (IND-FIC).
           IF FIC-CUENTA (IND-FIC) NOT = 0
               DISPLAY (LINEA-ACTUAL, 25) FIC-CUENTA (IND-FIC).
           DISPLAY (LINEA-ACTUAL, 36) FIC-ROL (IND-FIC).
           DISPLAY (LINEA-ACTUAL, 38) FIC-ESTADO (IND-FIC).
           DISPLAY (LINEA-ACTUAL, 41) FIC-PRODUCTO (IND-FIC).
           DISPLAY (LINEA-ACTUAL, 45) FIC-PRESTAMOS (IND-FIC).
           DISPLAY (LINEA-ACTUAL, 51) FIC-PLAZOS (IND-FIC).
           DISPLAY (LINEA-ACTUAL, 57) FIC-MANDATOS (IND-FIC).
           DISPLAY (LINEA-ACTUAL, 63) FIC-CASOS (IND-FIC).
           DISPLAY (LINEA-ACTUAL, 69) FIC-MORAS (IND-FIC).
           DISPLAY (LINEA-ACTUAL, 74) FIC-RECLAMOS (IND-FIC).
           DISPLAY (LINEA-ACTUAL, 78) FIC-APROBACIONES (IND-FIC).
           GO TO PFICHA-LINEA.

       PFICHA-PIE.
           IF MAS-TARJETAS = 1
               DISPLAY (17, 08) "Hay mas tarjetas de este cliente".
           DISPLAY (18, 03)
               "R: T titular, A autorizado  Es: estado  Pr: producto".
           DISPLAY (19, 03) "Detalle:".
           IF PERMISOS-PAGINA (PERFIL-EN-SESION, 2) (6:1) = "S"
               DISPLAY (19, 12) "1 Archivo".
           IF PERMISOS-PAGINA (PERFIL-EN-SESION, 2) (1:1) = "S"
               DISPLAY (19, 23) "2 Fraude".
           IF PERMISOS-PAGINA (PERFIL-EN-SESION, 2) (7:1) = "S"
               DISPLAY (19, 33) "3 Morosidad".
           IF PERMISOS-PAGINA (PERFIL-EN-SESION, 3) (4:1) = "S"
               DISPLAY (19, 46) "4 Reclamaciones".
           IF PERMISOS-PAGINA (PERFIL-EN-SESION, 2) (4:1) = "S"
               DISPLAY (19, 63) "5 Aprobaciones".

       PFICHA-ENLACE.
           INITIALIZE ENLACE-USUARIO.
           INITIALIZE FILA-USUARIO.
           DISPLAY (22, 15) "Detalle:".
           DISPLAY (22, 30) "Num. de tarjeta:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-ENLACE ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PFICHA-ENLACE.

      * cada enlace solo se sigue si el perfil tiene la opcion del
      * menu de supervisor que lleva a esa pantalla
           IF ENLACE-USUARIO = 1
               IF PERMISOS-PAGINA (PERFIL-EN-SESION, 2) (6:1) = "S"
                   GO TO PENLACE-ARCHIVO.
           IF ENLACE-USUARIO = 2
               IF PERMISOS-PAGINA (PERFIL-EN-SESION, 2) (1:1) = "S"
                   CALL "BANK24" USING SUP-TARJETA-P
                   GO TO PFICHA.
           IF ENLACE-USUARIO = 3
               IF PERMISOS-PAGINA (PERFIL-EN-SESION, 2) (7:1) = "S"
                   CALL "BANK33" USING SUP-TARJETA-P
                   GO TO PFICHA.
           IF ENLACE-USUARIO = 4
               IF PERMISOS-PAGINA (PERFIL-EN-SESION, 3) (4:1) = "S"
                   CALL "BANK47" USING SUP-TARJETA-P
                   GO TO PFICHA.
           IF ENLACE-USUARIO = 5
               IF PERMISOS-PAGINA (PERFIL-EN-SESION, 2) (4:1) = "S"
                   CALL "BANK27" USING SUP-TARJETA-P
                   GO TO PFICHA.
           GO TO PFICHA-ENLACE.

      * el archivo de movimientos es por tarjeta: la de la fila
      * indicada
       PENLACE-ARCHIVO.
           IF FILA-USUARIO = 0 OR FILA-USUARIO > NUM-FIC
               GO TO PFICHA-ENLACE.
           MOVE FIC-TARJETA (FILA-USUARIO) TO TARJETA-ENLACE.
           CALL "BANK22" USING TARJETA-ENLACE.
           GO TO PFICHA.

      *----------------------------------------------------------*
      * tarjetas del cliente: las de TTITULAR, con su cuenta y
      * papel si estan en cuenta-tarjeta.ubd
      *----------------------------------------------------------*
       CARGAR-TARJETAS.
           MOVE 0 TO NUM-FIC.
           MOVE 0 TO MAS-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       CARGAR-TARJETAS-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO CARGAR-TARJETAS-FIN.
           IF TTITULAR NOT = CLIENTE-FICHA
               GO TO CARGAR-TARJETAS-LEER.
           IF NUM-FIC = 8
               MOVE 1 TO MAS-TARJETAS
               GO TO CARGAR-TARJETAS-FIN.
           ADD 1 TO NUM-FIC.
           INITIALIZE FICHA-TARJETA (NUM-FIC).
           MOVE TNUM TO FIC-TARJETA (NUM-FIC).
           MOVE TESTADO TO FIC-ESTADO (NUM-FIC).
           MOVE TPRODUCTO TO FIC-PRODUCTO (NUM-FIC).
           MOVE "T" TO FIC-ROL (NUM-FIC).
           GO TO CARGAR-TARJETAS-LEER.

       CARGAR-TARJETAS-FIN.
           CLOSE TARJETAS.
           IF NUM-FIC = 0
               GO TO CARGAR-TARJETAS-EXIT.
           OPEN INPUT CUENTA-TARJETA.
           IF FSCT = 35
               GO TO CARGAR-TARJETAS-EXIT.
           IF FSCT NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO IND-FIC.

       CARGAR-TARJETAS-CUENTA.
           IF IND-FIC = NUM-FIC
               GO TO CARGAR-TARJETAS-CERRAR.
           ADD 1 TO IND-FIC.
           MOVE FIC-TARJETA (IND-FIC) TO CTA-TARJETA.
           READ CUENTA-TARJETA INVALID KEY
               GO TO CARGAR-TARJETAS-CUENTA.
           MOVE CTA-NUM-CUENTA TO FIC-CUENTA (IND-FIC).
           MOVE CTA-ROL TO FIC-ROL (IND-FIC).
           GO TO CARGAR-TARJETAS-CUENTA.

       CARGAR-TARJETAS-CERRAR.
           CLOSE CUENTA-TARJETA.
       CARGAR-TARJETAS-EXIT.
           EXIT.

      * fila de TABLA-FICHA de TARJETA-BUSCADA-FIC (0 si no es del
      * cliente)
       BUSCAR-TARJETA-FICHA.
           MOVE 0 TO IND-FIC.

       BUSCAR-TARJETA-FICHA-SIG.
           IF IND-FIC = NUM-FIC
               MOVE 0 TO IND-FIC
               GO TO BUSCAR-TARJETA-FICHA-EXIT.
           ADD 1 TO IND-FIC.
           IF FIC-TARJETA (IND-FIC) NOT = TARJETA-BUSCADA-FIC
               GO TO BUSCAR-TARJETA-FICHA-SIG.
       BUSCAR-TARJETA-FICHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * recuentos por tarjeta: una pasada por fichero
      *----------------------------------------------------------*
       CONTAR-PRESTAMOS.
           IF NUM-FIC = 0
               GO TO CONTAR-PRESTAMOS-EXIT.
           OPEN INPUT PRESTAMOS.
           IF FSPR = 35
               GO TO CONTAR-PRESTAMOS-EXIT.
           IF FSPR NOT = 00
               GO TO PSYS-ERR.

       CONTAR-PRESTAMOS-LEER.
           READ PRESTAMOS NEXT RECORD
               AT END GO TO CONTAR-PRESTAMOS-FIN.
           IF NOT PRESTAMO-VIGENTE
               GO TO CONTAR-PRESTAMOS-LEER.
           MOVE PRE-TARJETA TO TARJETA-BUSCADA-FIC.
           PERFORM BUSCAR-TARJETA-FICHA THRU BUSCAR-TARJETA-FICHA-EXIT.
           IF IND-FIC NOT = 0
               ADD 1 TO FIC-PRESTAMOS (IND-FIC).
           GO TO CONTAR-PRESTAMOS-LEER.

       CONTAR-PRESTAMOS-FIN.
           CLOSE PRESTAMOS.
       CONTAR-PRESTAMOS-EXIT.
           EXIT.

       CONTAR-PLAZOS.
           IF NUM-FIC = 0
               GO TO CONTAR-PLAZOS-EXIT.
           OPEN INPUT PLAZOS.
           IF FSPL = 35
               GO TO CONTAR-PLAZOS-EXIT.
           IF FSPL NOT = 00
               GO TO PSYS-ERR.

       CONTAR-PLAZOS-LEER.
           READ PLAZOS NEXT RECORD
               AT END GO TO CONTAR-PLAZOS-FIN.
           IF NOT PLAZO-VIGENTE
               GO TO CONTAR-PLAZOS-LEER.
           MOVE PLZ-TARJETA TO TARJETA-BUSCADA-FIC.
           PERFORM BUSCAR-TARJETA-FICHA THRU BUSCAR-TARJETA-FICHA-EXIT.
           IF IND-FIC NOT = 0
               ADD 1 TO FIC-PLAZOS (IND-FIC).
           GO TO CONTAR-PLAZOS-LEER.

       CONTAR-PLAZOS-FIN.
           CLOSE PLAZOS.
       CONTAR-PLAZOS-EXIT.
           EXIT.

       CONTAR-MANDATOS.
           IF NUM-FIC = 0
               GO TO CONTAR-MANDATOS-EXIT.
           OPEN INPUT MANDATOS.
           IF FSMA = 35
               GO TO CONTAR-MANDATOS-EXIT.
           IF FSMA NOT = 00
               GO TO PSYS-ERR.

       CONTAR-MANDATOS-LEER.
           READ MANDATOS NEXT RECORD
               AT END GO TO CONTAR-MANDATOS-FIN.
           IF NOT MANDATO-ACTIVO
               GO TO CONTAR-MANDATOS-LEER.
           MOVE MAN-TARJETA TO TARJETA-BUSCADA-FIC.
           PERFORM BUSCAR-TARJETA-FICHA THRU BUSCAR-TARJETA-FICHA-EXIT.
           IF IND-FIC NOT = 0
               ADD 1 TO FIC-MANDATOS (IND-FIC).
           GO TO CONTAR-MANDATOS-LEER.

       CONTAR-MANDATOS-FIN.
           CLOSE MANDATOS.
       CONTAR-MANDATOS-EXIT.
           EXIT.

       CONTAR-CASOS.
           IF NUM-FIC = 0
               GO TO CONTAR-CASOS-EXIT.
           OPEN INPUT CASOS.
           IF FSCA = 35
               GO TO CONTAR-CASOS-EXIT.
           IF FSCA NOT = 00
               GO TO PSYS-ERR.

       CONTAR-CASOS-LEER.
           READ CASOS NEXT RECORD
               AT END GO TO CONTAR-CASOS-FIN.
           IF NOT CASO-ABIERTO AND NOT CASO-EN-VIGILANCIA
               GO TO CONTAR-CASOS-LEER.
           MOVE CAS-TARJETA TO TARJETA-BUSCADA-FIC.
           PERFORM BUSCAR-TARJETA-FICHA THRU BUSCAR-TARJETA-FICHA-EXIT.
           IF IND-FIC NOT = 0
               ADD 1 TO FIC-CASOS (IND-FIC).
           GO TO CONTAR-CASOS-LEER.

       CONTAR-CASOS-FIN.
           CLOSE CASOS.
       CONTAR-CASOS-EXIT.
           EXIT.

      * expedientes de mora todavia en la cola (seguimiento o con
      * promesa), igual que los lista BANK33
       CONTAR-MORAS.
           IF NUM-FIC = 0
               GO TO CONTAR-MORAS-EXIT.
           OPEN INPUT MORAS.
           IF FSMO = 35
               GO TO CONTAR-MORAS-EXIT.
           IF FSMO NOT = 00
               GO TO PSYS-ERR.

       CONTAR-MORAS-LEER.
           READ MORAS NEXT RECORD
               AT END GO TO CONTAR-MORAS-FIN.
           IF NOT MORA-EN-SEGUIMIENTO AND NOT MORA-CON-PROMESA
               GO TO CONTAR-MORAS-LEER.
           MOVE MOR-TARJETA TO TARJETA-BUSCADA-FIC.
           PERFORM BUSCAR-TARJETA-FICHA THRU BUSCAR-TARJETA-FICHA-EXIT.
           IF IND-FIC NOT = 0
               ADD 1 TO FIC-MORAS (IND-FIC).
           GO TO CONTAR-MORAS-LEER.

       CONTAR-MORAS-FIN.
           CLOSE MORAS.
       CONTAR-MORAS-EXIT.
           EXIT.

       CONTAR-RECLAMOS.
           IF NUM-FIC = 0
               GO TO CONTAR-RECLAMOS-EXIT.
           OPEN INPUT RECLAMOS.
           IF FSRC = 35
               GO TO CONTAR-RECLAMOS-EXIT.
           IF FSRC NOT = 00
               GO TO PSYS-ERR.

       CONTAR-RECLAMOS-LEER.
           READ RECLAMOS NEXT RECORD
               AT END GO TO CONTAR-RECLAMOS-FIN.
           IF NOT RECLAMO-ABIERTO
               GO TO CONTAR-RECLAMOS-LEER.
           MOVE RCL-TARJETA TO TARJETA-BUSCADA-FIC.
           PERFORM BUSCAR-TARJETA-FICHA THRU BUSCAR-TARJETA-FICHA-EXIT.
           IF IND-FIC NOT = 0
               ADD 1 TO FIC-RECLAMOS (IND-FIC).
           GO TO CONTAR-RECLAMOS-LEER.

       CONTAR-RECLAMOS-FIN.
           CLOSE RECLAMOS.
       CONTAR-RECLAMOS-EXIT.
           EXIT.

       CONTAR-APROBACIONES.
           IF NUM-FIC = 0
               GO TO CONTAR-APROBACIONES-EXIT.
           OPEN INPUT APROBACIONES.
           IF FSAB = 35
               GO TO CONTAR-APROBACIONES-EXIT.
           IF FSAB NOT = 00
               GO TO PSYS-ERR.

       CONTAR-APROBACIONES-LEER.
           READ APROBACIONES NEXT RECORD
               AT END GO TO CONTAR-APROBACIONES-FIN.
           IF NOT APROBACION-PENDIENTE
               GO TO CONTAR-APROBACIONES-LEER.
           MOVE APR-CLAVE TO TARJETA-BUSCADA-FIC.
           PERFORM BUSCAR-TARJETA-FICHA THRU BUSCAR-TARJETA-FICHA-EXIT.
           IF IND-FIC NOT = 0
               ADD 1 TO FIC-APROBACIONES (IND-FIC).
           GO TO CONTAR-APROBACIONES-LEER.

       CONTAR-APROBACIONES-FIN.
           CLOSE APROBACIONES.
       CONTAR-APROBACIONES-EXIT.
           EXIT.

       PSIN-CLIENTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay ningun cliente con esos datos"
               LINE 11 COLUMN 22
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PFIN-ENTER.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE CLIENTES.
           CLOSE TARJETAS.
           CLOSE CUENTA-TARJETA.
           CLOSE PRESTAMOS.
           CLOSE PLAZOS.
           CLOSE MANDATOS.
           CLOSE CASOS.
           CLOSE MORAS.
           CLOSE RECLAMOS.
           CLOSE APROBACIONES.

           MOVE "BANK57" TO ERROR-PROGRAMA.
           IF FSC NOT = 00
               MOVE FSC TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   MOVE FSCT TO ERROR-FS.
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
