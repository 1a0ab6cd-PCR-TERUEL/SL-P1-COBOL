       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK80.
      * mantenimiento masivo de tarjetas desde el modo supervisor de
      * BANK1: en vez de ir tarjeta a tarjeta por el cambio de
      * estado o el cambio de producto, el supervisor entrega el
      * fichero manttarjetas.txt con cambios de estado, de limite
      * diario, de producto y prorrogas de caducidad. Cada linea se
      * valida y queda en mantlineas.ubd, la valida como pendiente y
      * la que no con su motivo, y el fichero entero se aparca como
      * una sola solicitud MANTMASIVO del control a cuatro ojos:
      * nada toca tarjetas.ubd hasta que otro supervisor la aprueba
      * en BANK27, que es quien aplica las lineas e imprime el
      * resultado en mantmasivo.rpt
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "PRODUCTOS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "MANTLINEAS-SEL.cpy".
           COPY "APROBACIONES-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".
           COPY "RENOV-SEL.cpy".

           SELECT MANT-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSMT.

           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TARJETAS-FD.cpy".
           COPY "PRODUCTOS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "MANTLINEAS-FD.cpy".
           COPY "APROBACIONES-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "FICHEROSPROC-FD.cpy".
           COPY "RENOV-FD.cpy".

      * una linea por cambio: tarjeta, operacion (E estado, L limite
      * diario, P producto, C caducidad) y valor nuevo en euros y
      * centimos; entre CABECERA y TOTAL, que suma los valores
       FD MANT-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "manttarjetas.txt".
       01 MANT-TXT-REG.
           02 MTX-TARJETA              PIC 9(16).
           02 FILLER                   PIC X(1).
           02 MTX-OPERACION            PIC X(1).
           02 FILLER                   PIC X(1).
           02 MTX-VALOR-ENT            PIC 9(8).
           02 FILLER                   PIC X(1).
           02 MTX-VALOR-DEC            PIC 9(2).
           COPY "CONTROL-TXT-REG.cpy".

           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2) VALUE "00".
       77 FSPD                      PIC   X(2) VALUE "00".
       77 FSC                       PIC   X(2) VALUE "00".
       77 FSML                      PIC   X(2) VALUE "00".
       77 FSAB                      PIC   X(2) VALUE "00".
       77 FSCO                      PIC   X(2) VALUE "00".
       77 FSFP                      PIC   X(2) VALUE "00".
       77 FSRN                      PIC   X(2) VALUE "00".
       77 FSMT                      PIC   X(2) VALUE "00".
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "APR-NUM-WS.cpy".
           COPY "CONTROL-INTAKE-WS.cpy".
           COPY "CLIENTE-WS.cpy".
           COPY "PRODUCTO-WS.cpy".
           COPY "MANTLINEA-WS.cpy".
           COPY "REPOSICION-WS.cpy".

       77 LOTE-MANT                 PIC 9(35) VALUE 0.
       77 NUM-LINEA-MANT            PIC 9(6) VALUE 0.
       77 NUM-PENDIENTES            PIC 9(6) VALUE 0.
       77 NUM-RECHAZADAS            PIC 9(6) VALUE 0.
       77 NUM-OMITIDAS              PIC 9(6) VALUE 0.
       77 DIAS-EXPIRA-APR           PIC S9(9).
       77 LOTE-PANTALLA             PIC 9(10).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PMANTENIMIENTO.
           DISPLAY (8, 22) "Mantenimiento masivo de tarjetas".
           DISPLAY (10, 15) "Se recibe el fichero manttarjetas.txt:".
           DISPLAY (12, 17) "E - estado (1 activa, 2 perdida,".
           DISPLAY (13, 17) "    3 robada, 4 baja)".
           DISPLAY (14, 17) "L - limite diario".
           DISPLAY (15, 17) "P - producto de cuenta".
           DISPLAY (16, 17) "C - prorroga de la caducidad".
           DISPLAY (18, 15) "El lote queda pendiente de la".
           DISPLAY (19, 15) "confirmacion de otro supervisor".
           DISPLAY (24, 01) "Enter - Recibir".
           DISPLAY (24, 65) "ESC - Salir".

       PMANTENIMIENTO-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   IF ENTER-PRESSED
                       GO TO PRECIBIR
                   ELSE
                       GO TO PMANTENIMIENTO-ENTER.
           GO TO PMANTENIMIENTO-ENTER.

       PRECIBIR.
           PERFORM VALIDAR-FICHERO-MANT THRU VALIDAR-FICHERO-MANT-EXIT.
           IF FSMT = 35
               MOVE "00" TO FSMT
               GO TO PSIN-FICHERO-ERR.
           IF CTLF-RECHAZO = 1
               GO TO PFICHERO-ERR.
           IF CTLF-NUM-CONTADO = 0
               GO TO PSIN-FICHERO-ERR.

      * el numero de la aprobacion es tambien el del lote de lineas
           PERFORM SIGUIENTE-APR-NUM THRU SIGUIENTE-APR-NUM-EXIT.
           MOVE NUEVO-APR-NUM TO LOTE-MANT.
           PERFORM CARGAR-LINEAS THRU CARGAR-LINEAS-EXIT.

           OPEN I-O APROBACIONES.
           IF FSAB = 35
               OPEN OUTPUT APROBACIONES
           END-IF.
           IF FSAB NOT = 00
               GO TO PSYS-ERR.
           MOVE LOTE-MANT TO APR-NUM.
           MOVE "MANTMASIVO" TO APR-TIPO.
           MOVE SUP-TARJETA-P TO APR-INICIADOR.
           MOVE LOTE-MANT TO APR-CLAVE.
           MOVE 0 TO APR-VALOR.
           MOVE SPACES TO APR-DATOS.
           MOVE CTLF-ORIGEN TO APR-DATOS (1:8).
           MOVE CTLF-SECUENCIA TO APR-DATOS (9:6).
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE APR-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIAS-EXPIRA-APR =
               FUNCTION INTEGER-OF-DATE(APR-FECHA-ALTA) + 3.
           COMPUTE APR-FECHA-EXPIRA =
               FUNCTION DATE-OF-INTEGER(DIAS-EXPIRA-APR).
           MOVE 0 TO APR-ESTADO.
           WRITE APROBACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE APROBACIONES.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "SOLICITUD" TO SUPJRN-ACCION.
           MOVE LOTE-MANT TO SUPJRN-CLAVE.
           MOVE "MANTMASIVO" TO SUPJRN-ANTES.
           MOVE "PENDIENTE" TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

      * la secuencia queda registrada con el lote: el mismo fichero
      * no puede aparcarse dos veces
           PERFORM REGISTRAR-FICHERO-PROC
               THRU REGISTRAR-FICHERO-PROC-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 22) "Mantenimiento masivo de tarjetas".
           DISPLAY (10, 15) "Lote:".
           MOVE LOTE-MANT TO LOTE-PANTALLA.
           DISPLAY (10, 40) LOTE-PANTALLA.
           DISPLAY (12, 15) "Lineas recibidas:".
           DISPLAY (12, 40) NUM-LINEA-MANT.
           DISPLAY (13, 15) "Pendientes de aplicar:".
           DISPLAY (13, 40) NUM-PENDIENTES.
           DISPLAY (14, 15) "Rechazadas:".
           DISPLAY (14, 40) NUM-RECHAZADAS.
           DISPLAY (15, 15) "Sin cambios:".
           DISPLAY (15, 40) NUM-OMITIDAS.
           DISPLAY (17, 15) "El lote queda pendiente de la".
           DISPLAY (18, 15) "confirmacion de otro supervisor".
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PSIN-FICHERO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay fichero manttarjetas.txt que recibir"
               LINE 11 COLUMN 18
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFICHERO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Fichero rechazado: cabecera, totales o"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "secuencia ya recibida" LINE 12 COLUMN 29
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PFIN-ENTER.
           GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * validacion previa del fichero, como en las importaciones
      * batch: cabecera en la primera linea, cola TOTAL que cuadre
      * con el numero de lineas y la suma de valores, y secuencia
      * no recibida antes; si falla no se aparca nada
      *----------------------------------------------------------*
       VALIDAR-FICHERO-MANT.
           MOVE 0 TO CTLF-RECHAZO.
           MOVE 0 TO CTLF-HAY-CABECERA.
           MOVE 0 TO CTLF-HAY-TOTAL.
           MOVE 0 TO CTLF-NUM-CONTADO.
           MOVE 0 TO CTLF-CENT-CONTADO.
           OPEN INPUT MANT-TXT.
           IF FSMT = 35
               GO TO VALIDAR-FICHERO-MANT-EXIT.
           IF FSMT NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-FICHERO-MANT-LEER.
           READ MANT-TXT AT END GO TO VALIDAR-FICHERO-MANT-CERRAR.
           IF CTX-MARCA = "CABECERA"
               IF CTLF-HAY-CABECERA = 1 OR CTLF-NUM-CONTADO NOT = 0
                   MOVE 1 TO CTLF-RECHAZO
               ELSE
                   MOVE 1 TO CTLF-HAY-CABECERA
                   MOVE CTX-ORIGEN TO CTLF-ORIGEN
                   MOVE CTX-SECUENCIA TO CTLF-SECUENCIA
               END-IF
               GO TO VALIDAR-FICHERO-MANT-LEER.
           IF CTX-MARCA (1:5) = "TOTAL"
               MOVE 1 TO CTLF-HAY-TOTAL
               MOVE CTX-NUM TO CTLF-NUM-DECLARADO
               COMPUTE CTLF-CENT-DECLARADO =
                   (CTX-IMPORTE-ENT * 100) + CTX-IMPORTE-DEC
               GO TO VALIDAR-FICHERO-MANT-LEER.
           ADD 1 TO CTLF-NUM-CONTADO.
           IF MTX-VALOR-ENT NUMERIC AND MTX-VALOR-DEC NUMERIC
               COMPUTE CTLF-CENT-CONTADO = CTLF-CENT-CONTADO
                   + (MTX-VALOR-ENT * 100) + MTX-VALOR-DEC.
           GO TO VALIDAR-FICHERO-MANT-LEER.

       VALIDAR-FICHERO-MANT-CERRAR.
           CLOSE MANT-TXT.
           IF CTLF-HAY-CABECERA = 0 OR CTLF-HAY-TOTAL = 0
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-MANT-EXIT.
           IF CTLF-NUM-DECLARADO NOT = CTLF-NUM-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-MANT-EXIT.
           IF CTLF-CENT-DECLARADO NOT = CTLF-CENT-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-MANT-EXIT.
           PERFORM VERIFICAR-FICHERO-PROC
               THRU VERIFICAR-FICHERO-PROC-EXIT.
           IF CTLF-YA-PROCESADO = 1
               MOVE 1 TO CTLF-RECHAZO.
       VALIDAR-FICHERO-MANT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cada linea de detalle queda en mantlineas.ubd con su
      * resultado de la validacion; una linea mala no para las
      * demas
      *----------------------------------------------------------*
       CARGAR-LINEAS.
           MOVE 0 TO NUM-LINEA-MANT.
           MOVE 0 TO NUM-PENDIENTES.
           MOVE 0 TO NUM-RECHAZADAS.
           MOVE 0 TO NUM-OMITIDAS.
           OPEN INPUT MANT-TXT.
           IF FSMT NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O MANTLINEAS.
           IF FSML = 35
               OPEN OUTPUT MANTLINEAS
           END-IF.
           IF FSML NOT = 00
               GO TO PSYS-ERR.

       CARGAR-LINEAS-LEER.
           READ MANT-TXT AT END GO TO CARGAR-LINEAS-CERRAR.
      * las lineas de control ya se validaron en la primera pasada
           IF CTX-MARCA = "CABECERA" OR CTX-MARCA (1:5) = "TOTAL"
               GO TO CARGAR-LINEAS-LEER.
           ADD 1 TO NUM-LINEA-MANT.
           INITIALIZE MANTLINEA-REG.
           MOVE LOTE-MANT TO MLN-LOTE.
           MOVE NUM-LINEA-MANT TO MLN-LINEA.
           MOVE MTX-OPERACION TO MLN-OPERACION.
           IF MTX-TARJETA NOT NUMERIC OR MTX-VALOR-ENT NOT NUMERIC
                   OR MTX-VALOR-DEC NOT NUMERIC
               MOVE 2 TO MLN-ESTADO
               MOVE "LINEA MAL FORMADA" TO MLN-MOTIVO
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-LINEAS-GRABAR.
           MOVE MTX-TARJETA TO MLN-TARJETA.
           MOVE MTX-VALOR-ENT TO MLN-VALOR-ENT.
           MOVE MTX-VALOR-DEC TO MLN-VALOR-DEC.

           PERFORM VALIDAR-MANTLINEA THRU VALIDAR-MANTLINEA-EXIT.
           IF MOTIVO-MANT NOT = SPACES
               MOVE 2 TO MLN-ESTADO
               MOVE MOTIVO-MANT TO MLN-MOTIVO
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-LINEAS-GRABAR.
           IF MANT-SIN-CAMBIO = 1
               MOVE 3 TO MLN-ESTADO
               MOVE "SIN CAMBIOS" TO MLN-MOTIVO
               ADD 1 TO NUM-OMITIDAS
               GO TO CARGAR-LINEAS-GRABAR.
           MOVE 0 TO MLN-ESTADO.
           ADD 1 TO NUM-PENDIENTES.

       CARGAR-LINEAS-GRABAR.
           WRITE MANTLINEA-REG INVALID KEY GO TO PSYS-ERR.
           GO TO CARGAR-LINEAS-LEER.

       CARGAR-LINEAS-CERRAR.
           CLOSE MANT-TXT.
           CLOSE MANTLINEAS.
       CARGAR-LINEAS-EXIT.
           EXIT.

           COPY "VALIDAR-MANTLINEA.cpy".
           COPY "COMPROBAR-REPOSICION.cpy".
           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-FICHERO-PROC.cpy".
           COPY "SIGUIENTE-APR-NUM.cpy".
           COPY "LEER-PRODUCTO.cpy".
           COPY "LEER-CLIENTE.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE PRODUCTOS.
           CLOSE CLIENTES.
           CLOSE MANTLINEAS.
           CLOSE APROBACIONES.
           CLOSE MANT-TXT.
           CLOSE RENOVACIONES.

           MOVE "BANK80" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               IF FSML NOT = 00
                   MOVE FSML TO ERROR-FS
               ELSE
                   IF FSAB NOT = 00
                       MOVE FSAB TO ERROR-FS
                   ELSE
                       MOVE FSMT TO ERROR-FS.
           IF FSRN NOT = 00 AND FSRN NOT = 35
               MOVE FSRN TO ERROR-FS.
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
