       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK74.
      * archivo de informes desde el modo supervisor de BANK1: lista
      * las copias de los informes batch que guarda BATCH-ARCHIVOINF
      * en informesarch.ubd, por informe y fecha contable, y muestra
      * la copia elegida en pantalla pagina a pagina. Los informes
      * reservados del catalogo (blanqueo) solo los ven el jefe de
      * supervisores y cumplimiento normativo; cada consulta queda
      * en el diario de supervisores
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CATINFORMES-SEL.cpy".
           COPY "INFARCHIVO-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CATINFORMES-FD.cpy".
           COPY "INFARCHIVO-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSCN                      PIC   X(2) VALUE "00".
       77 FSIA                      PIC   X(2) VALUE "00".
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "SUPJRN-WS.cpy".

      * filtro de la lista: informe (en blanco, todos) y fechas
       77 INFORME-USUARIO           PIC   X(24).
       77 DIA1-USUARIO              PIC   9(2).
       77 MES1-USUARIO              PIC   9(2).
       77 ANO1-USUARIO              PIC   9(4).
       77 DIA2-USUARIO              PIC   9(2).
       77 MES2-USUARIO              PIC   9(2).
       77 ANO2-USUARIO              PIC   9(4).
       77 FECHA-MIN                 PIC   9(8).
       77 FECHA-MAX                 PIC   9(8).

      * copias que pasan el filtro, en orden de informe y fecha
       01 TABLA-COPIAS.
           05 COPIA-EN-LISTA OCCURS 100 TIMES.
               10 CL-FICHERO        PIC X(24).
               10 CL-FECHA          PIC 9(8).
               10 CL-LINEAS         PIC 9(6).
               10 CL-DESCR          PIC X(40).
       77 NUM-COPIAS                PIC 9(3) VALUE 0.
       77 LISTA-TRUNCADA            PIC X(1) VALUE "N".
           88 HAY-MAS-DE-CIEN           VALUE "S".
       77 FICHERO-BUSCADO           PIC X(24).
      * 1 si el informe en curso es reservado y el perfil no lo ve
       77 INFORME-VEDADO            PIC 9(1).
       01 FECHA-LISTA               PIC 9(8).
       01 FECHA-LISTA-R REDEFINES FECHA-LISTA.
           05 FECHA-LISTA-ANO       PIC 9(4).
           05 FECHA-LISTA-MES       PIC 9(2).
           05 FECHA-LISTA-DIA       PIC 9(2).

       77 INICIO-PAGINA             PIC 9(3) VALUE 1.
       77 FILAS-PAGINA              PIC 9(2).
       77 CONTADOR                  PIC 9(3).
       77 LINEA-ACTUAL              PIC 9(2).
       77 SELECCION-USUARIO         PIC 9(3).

      * copia en pantalla: primera linea mostrada y primera columna
       77 COPIA-ELEGIDA             PIC 9(3).
       77 INICIO-LINEA              PIC 9(6).
       77 FIN-LINEA                 PIC 9(6).
       77 COLUMNA-INICIO            PIC 9(3).
       77 FILAS-MOSTRADAS           PIC 9(2).

       LINKAGE SECTION.
      * tarjeta y perfil del supervisor autenticado en PSUP-INICIO
      * de BANK1
       77 SUP-TARJETA-P             PIC  9(16).
       77 SUP-PERFIL-P              PIC  9(1).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 FILTRO-INFORMES.
           05 INFORME-FILTRO UNDERLINE
               LINE 10 COL 37 PIC X(24) USING INFORME-USUARIO.
           05 DIA-MIN BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 37 PIC 9(2) USING DIA1-USUARIO.
           05 MES-MIN BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 40 PIC 9(2) USING MES1-USUARIO.
           05 ANO-MIN BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 43 PIC 9(4) USING ANO1-USUARIO.
           05 DIA-MAX BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 50 PIC 9(2) USING DIA2-USUARIO.
           05 MES-MAX BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 53 PIC 9(2) USING MES2-USUARIO.
           05 ANO-MAX BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 56 PIC 9(4) USING ANO2-USUARIO.

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 23 COL 50 PIC 9(3) USING SELECCION-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P SUP-PERFIL-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PFILTRO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 15) "Archivo de informes".
           INITIALIZE INFORME-USUARIO.
           INITIALIZE DIA1-USUARIO.
           INITIALIZE MES1-USUARIO.
           INITIALIZE ANO1-USUARIO.
           INITIALIZE DIA2-USUARIO.
           INITIALIZE MES2-USUARIO.
           INITIALIZE ANO2-USUARIO.
           DISPLAY (10, 15) "Informe (vacio, todos):".
           DISPLAY (12, 20) "Entre las fechas   /  /     y   /  /    ".
           DISPLAY (14, 15) "Ejemplo de informe: cuadre.rpt".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT FILTRO-INFORMES ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PFILTRO.

           IF DIA2-USUARIO = 0
               IF MES2-USUARIO = 0
                   IF ANO2-USUARIO = 0
                       MOVE 99   TO DIA2-USUARIO
                       MOVE 99   TO MES2-USUARIO
                       MOVE 9999 TO ANO2-USUARIO.
           COMPUTE FECHA-MIN = (ANO1-USUARIO * 10000)
                               + (MES1-USUARIO * 100)
                               + DIA1-USUARIO.
           COMPUTE FECHA-MAX = (ANO2-USUARIO * 10000)
                               + (MES2-USUARIO * 100)
                               + DIA2-USUARIO.

           PERFORM RECOGER-COPIAS THRU RECOGER-COPIAS-EXIT.
           MOVE 1 TO INICIO-PAGINA.

      *----------------------------------------------------------*
      * lista de copias, quince por pagina
      *----------------------------------------------------------*
       PLISTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (6, 15) "Archivo de informes".
           IF HAY-MAS-DE-CIEN
               DISPLAY (6, 38) "Hay mas copias: acote el filtro".
           IF NUM-COPIAS = 0
               DISPLAY (11, 15) "No hay informes archivados con ese"
               DISPLAY (12, 15) "filtro"
               DISPLAY (24, 33) "Enter - Aceptar"
               GO TO PLISTA-VACIA.
           DISPLAY (7, 02) "Num.".
           DISPLAY (7, 08) "Fecha".
           DISPLAY (7, 20) "Informe".
           DISPLAY (7, 45) "Lineas".
           DISPLAY (7, 52) "Descripcion".
           PERFORM MOSTRAR-LISTA THRU MOSTRAR-LISTA-EXIT.
           IF NUM-COPIAS > 15
               DISPLAY (24, 01) "Re. pag - Anteriores"
               DISPLAY (24, 55) "Av. pag - Siguientes".
           DISPLAY (24, 33) "ESC - Volver".

       PLISTA-ELEGIR.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (23, 15) "Num. de la copia a consultar:".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PFILTRO
               ELSE
                   IF PGDN-PRESSED
                       GO TO PLISTA-SIGUIENTE
                   ELSE
                       IF PGUP-PRESSED
                           GO TO PLISTA-ANTERIOR
                       ELSE
                           GO TO PLISTA-ELEGIR.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-COPIAS
               GO TO PLISTA-ELEGIR.
           MOVE SELECCION-USUARIO TO COPIA-ELEGIDA.
           GO TO PVER-COPIA.

       PLISTA-SIGUIENTE.
           IF INICIO-PAGINA + 15 > NUM-COPIAS
               GO TO PLISTA-ELEGIR.
           ADD 15 TO INICIO-PAGINA.
           GO TO PLISTA.

       PLISTA-ANTERIOR.
           IF INICIO-PAGINA = 1
               GO TO PLISTA-ELEGIR.
           SUBTRACT 15 FROM INICIO-PAGINA.
           GO TO PLISTA.

       PLISTA-VACIA.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED OR ESC-PRESSED
                   GO TO PFILTRO
               ELSE
                   GO TO PLISTA-VACIA.
           GO TO PFILTRO.

       MOSTRAR-LISTA.
           MOVE 8 TO LINEA-ACTUAL.
           MOVE INICIO-PAGINA TO CONTADOR.
           COMPUTE FILAS-PAGINA = NUM-COPIAS - INICIO-PAGINA + 1.
           IF FILAS-PAGINA > 15
               MOVE 15 TO FILAS-PAGINA.

       MOSTRAR-LISTA-FILA.
           IF FILAS-PAGINA = 0
               GO TO MOSTRAR-LISTA-EXIT.
           MOVE CL-FECHA (CONTADOR) TO FECHA-LISTA.
           DISPLAY (LINEA-ACTUAL, 02) CONTADOR.
           DISPLAY (LINEA-ACTUAL, 08) FECHA-LISTA-DIA.
           DISPLAY (LINEA-ACTUAL, 10) "-".
           DISPLAY (LINEA-ACTUAL, 11) FECHA-LISTA-MES.
           DISPLAY (LINEA-ACTUAL, 13) "-".
           DISPLAY (LINEA-ACTUAL, 14) FECHA-LISTA-ANO.
           DISPLAY (LINEA-ACTUAL, 20) CL-FICHERO (CONTADOR).
           DISPLAY (LINEA-ACTUAL, 45) CL-LINEAS (CONTADOR).
           DISPLAY (LINEA-ACTUAL, 52) CL-DESCR (CONTADOR) (1:28).
           ADD 1 TO LINEA-ACTUAL.
           ADD 1 TO CONTADOR.
           SUBTRACT 1 FROM FILAS-PAGINA.
           GO TO MOSTRAR-LISTA-FILA.
       MOSTRAR-LISTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * consulta de una copia: quince lineas por pagina y ochenta
      * columnas a la vista, desplazables de cuarenta en cuarenta
      *----------------------------------------------------------*
       PVER-COPIA.
           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "VER INFORME" TO SUPJRN-ACCION.
           MOVE CL-FICHERO (COPIA-ELEGIDA) TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE CL-FECHA (COPIA-ELEGIDA) TO SUPJRN-ANTES (1:8).
           MOVE SPACES TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.
           MOVE 1 TO INICIO-LINEA.
           MOVE 1 TO COLUMNA-INICIO.

       PVER-PAGINA.
           PERFORM MOSTRAR-COPIA THRU MOSTRAR-COPIA-EXIT.

       PVER-TECLA.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED OR ESC-PRESSED
                   GO TO PLISTA
               ELSE
                   IF PGDN-PRESSED
                       GO TO PVER-SIGUIENTE
                   ELSE
                       IF PGUP-PRESSED
                           GO TO PVER-ANTERIOR
                       ELSE
                           IF DOWN-ARROW-PRESSED
                               GO TO PVER-DERECHA
                           ELSE
                               IF UP-ARROW-PRESSED
                                   GO TO PVER-IZQUIERDA.
           GO TO PVER-TECLA.

       PVER-SIGUIENTE.
           IF INICIO-LINEA + 15 > CL-LINEAS (COPIA-ELEGIDA)
               GO TO PVER-TECLA.
           ADD 15 TO INICIO-LINEA.
           GO TO PVER-PAGINA.

       PVER-ANTERIOR.
           IF INICIO-LINEA = 1
               GO TO PVER-TECLA.
           SUBTRACT 15 FROM INICIO-LINEA.
           GO TO PVER-PAGINA.

       PVER-DERECHA.
           IF COLUMNA-INICIO > 80
               GO TO PVER-TECLA.
           ADD 40 TO COLUMNA-INICIO.
           GO TO PVER-PAGINA.

       PVER-IZQUIERDA.
           IF COLUMNA-INICIO = 1
               GO TO PVER-TECLA.
           SUBTRACT 40 FROM COLUMNA-INICIO.
           GO TO PVER-PAGINA.

       MOSTRAR-COPIA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE CL-FECHA (COPIA-ELEGIDA) TO FECHA-LISTA.
           DISPLAY (6, 02) CL-FICHERO (COPIA-ELEGIDA).
           DISPLAY (6, 27) FECHA-LISTA-DIA.
           DISPLAY (6, 29) "-".
           DISPLAY (6, 30) FECHA-LISTA-MES.
           DISPLAY (6, 32) "-".
           DISPLAY (6, 33) FECHA-LISTA-ANO.
           COMPUTE FIN-LINEA = INICIO-LINEA + 14.
           IF FIN-LINEA > CL-LINEAS (COPIA-ELEGIDA)
               MOVE CL-LINEAS (COPIA-ELEGIDA) TO FIN-LINEA.
           DISPLAY (6, 40) "Lineas".
           DISPLAY (6, 47) INICIO-LINEA.
           DISPLAY (6, 54) "a".
           DISPLAY (6, 56) FIN-LINEA.
           DISPLAY (6, 63) "de".
           DISPLAY (6, 66) CL-LINEAS (COPIA-ELEGIDA).
           DISPLAY (7, 40) "Columna".
           DISPLAY (7, 48) COLUMNA-INICIO.
           DISPLAY (24, 01) "Re./Av. pag - Paginas".
           DISPLAY (24, 27) "Flechas - Columnas".
           DISPLAY (24, 65) "ESC - Volver".

           OPEN INPUT INFARCHIVO.
           IF FSIA NOT = 00
               GO TO PSYS-ERR.
           MOVE CL-FICHERO (COPIA-ELEGIDA) TO IAR-FICHERO.
           MOVE CL-FECHA (COPIA-ELEGIDA) TO IAR-FECHA.
           MOVE INICIO-LINEA TO IAR-LINEA.
           MOVE 8 TO LINEA-ACTUAL.
           MOVE 0 TO FILAS-MOSTRADAS.
           START INFARCHIVO KEY IS >= IAR-CLAVE
               INVALID KEY GO TO MOSTRAR-COPIA-CERRAR.

       MOSTRAR-COPIA-LINEA.
           IF FILAS-MOSTRADAS = 15
               GO TO MOSTRAR-COPIA-CERRAR.
           READ INFARCHIVO NEXT RECORD
               AT END GO TO MOSTRAR-COPIA-CERRAR.
           IF IAR-FICHERO NOT = CL-FICHERO (COPIA-ELEGIDA)
                   OR IAR-FECHA NOT = CL-FECHA (COPIA-ELEGIDA)
               GO TO MOSTRAR-COPIA-CERRAR.
           DISPLAY (LINEA-ACTUAL, 01) IAR-TEXTO (COLUMNA-INICIO:80).
           ADD 1 TO LINEA-ACTUAL.
           ADD 1 TO FILAS-MOSTRADAS.
           GO TO MOSTRAR-COPIA-LINEA.

       MOSTRAR-COPIA-CERRAR.
           CLOSE INFARCHIVO.
       MOSTRAR-COPIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * copias que pasan el filtro: las cabeceras (linea 0) de cada
      * informe del catalogo, o del informe pedido aunque ya no
      * este en el catalogo, entre las dos fechas
      *----------------------------------------------------------*
       RECOGER-COPIAS.
           MOVE 0 TO NUM-COPIAS.
           MOVE "N" TO LISTA-TRUNCADA.
           OPEN INPUT INFARCHIVO.
           IF FSIA = 35
               MOVE "00" TO FSIA
               GO TO RECOGER-COPIAS-EXIT.
           IF FSIA NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT CATINFORMES.
           IF FSCN NOT = 00
               GO TO PSYS-ERR.
           IF INFORME-USUARIO = SPACES
               GO TO RECOGER-COPIAS-CATALOGO.
           MOVE INFORME-USUARIO TO FICHERO-BUSCADO.
           MOVE 0 TO INFORME-VEDADO.
           MOVE INFORME-USUARIO TO CIN-FICHERO.
           READ CATINFORMES INVALID KEY
               MOVE 0 TO CIN-RESERVADO.
           PERFORM COMPROBAR-RESERVA THRU COMPROBAR-RESERVA-EXIT.
           PERFORM RECOGER-INFORME THRU RECOGER-INFORME-EXIT.
           GO TO RECOGER-COPIAS-CERRAR.

       RECOGER-COPIAS-CATALOGO.
           READ CATINFORMES NEXT RECORD
               AT END GO TO RECOGER-COPIAS-CERRAR.
           IF HAY-MAS-DE-CIEN
               GO TO RECOGER-COPIAS-CERRAR.
           MOVE CIN-FICHERO TO FICHERO-BUSCADO.
           PERFORM COMPROBAR-RESERVA THRU COMPROBAR-RESERVA-EXIT.
           PERFORM RECOGER-INFORME THRU RECOGER-INFORME-EXIT.
           GO TO RECOGER-COPIAS-CATALOGO.

       RECOGER-COPIAS-CERRAR.
           CLOSE CATINFORMES.
           CLOSE INFARCHIVO.
       RECOGER-COPIAS-EXIT.
           EXIT.

      * el jefe de supervisores y cumplimiento ven los reservados
       COMPROBAR-RESERVA.
           MOVE 0 TO INFORME-VEDADO.
           IF INFORME-RESERVADO
               IF SUP-PERFIL-P NOT = 4 AND SUP-PERFIL-P NOT = 5
                   MOVE 1 TO INFORME-VEDADO.
       COMPROBAR-RESERVA-EXIT.
           EXIT.

      * cabeceras de FICHERO-BUSCADO entre las fechas; tras cada
      * cabecera se salta al dia siguiente sin leer sus lineas
       RECOGER-INFORME.
           IF INFORME-VEDADO = 1
               GO TO RECOGER-INFORME-EXIT.
           MOVE FICHERO-BUSCADO TO IAR-FICHERO.
           MOVE FECHA-MIN TO IAR-FECHA.
           MOVE 0 TO IAR-LINEA.
           START INFARCHIVO KEY IS >= IAR-CLAVE
               INVALID KEY GO TO RECOGER-INFORME-EXIT.

       RECOGER-INFORME-LEER.
           READ INFARCHIVO NEXT RECORD
               AT END GO TO RECOGER-INFORME-EXIT.
           IF IAR-FICHERO NOT = FICHERO-BUSCADO
                   OR IAR-FECHA > FECHA-MAX
               GO TO RECOGER-INFORME-EXIT.
           IF IAR-LINEA NOT = 0
               GO TO RECOGER-INFORME-SALTAR.
           IF NUM-COPIAS = 100
               MOVE "S" TO LISTA-TRUNCADA
               GO TO RECOGER-INFORME-EXIT.
           ADD 1 TO NUM-COPIAS.
           MOVE IAR-FICHERO TO CL-FICHERO (NUM-COPIAS).
           MOVE IAR-FECHA TO CL-FECHA (NUM-COPIAS).
           MOVE IAR-CAB-LINEAS TO CL-LINEAS (NUM-COPIAS).
           MOVE IAR-CAB-DESCR TO CL-DESCR (NUM-COPIAS).

       RECOGER-INFORME-SALTAR.
           MOVE 999999 TO IAR-LINEA.
           START INFARCHIVO KEY IS > IAR-CLAVE
               INVALID KEY GO TO RECOGER-INFORME-EXIT.
           GO TO RECOGER-INFORME-LEER.
       RECOGER-INFORME-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE CATINFORMES.
           CLOSE INFARCHIVO.

           MOVE "BANK74" TO ERROR-PROGRAMA.
           IF FSIA NOT = 00
               MOVE FSIA TO ERROR-FS
           ELSE
               MOVE FSCN TO ERROR-FS.
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
