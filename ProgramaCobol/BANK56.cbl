       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK56.
      * perfiles de supervisor desde el modo supervisor de BANK1, solo
      * para el jefe de supervisores: asigna a una tarjeta de
      * supervisor su perfil de acceso (operador de caja, analista de
      * fraude, back-office, jefe o cumplimiento normativo) y libera
      * la tarjeta bloqueada por PIN erroneos; nadie se cambia el
      * perfil ni se desbloquea a si mismo y cada cambio queda en el
      * diario de supervisores
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SUPERVISORES-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SUPERVISORES-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSS                       PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "SUPJRN-WS.cpy".

       77 TARJETA-USUARIO           PIC  9(16).
       77 PERFIL-USUARIO            PIC  9(1).
       77 DESBLOQUEO-USUARIO        PIC  9(1).
       77 PERFIL-ANTES              PIC  9(1).
       77 ESTADO-ANTES              PIC  9(1).
       77 FALLOS-ANTES              PIC  9(1).
       77 NOMBRE-PERFIL             PIC  X(30).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-TARJETA.
           05 TARJETA-ACCEPT BLANK ZERO AUTO
               LINE 10 COL 45 PIC 9(16) USING TARJETA-USUARIO.

       01 PANTALLA-PERFIL.
           05 PERFIL-ACCEPT AUTO
               LINE 15 COL 45 PIC 9(1) USING PERFIL-USUARIO.
           05 DESBLOQUEO-ACCEPT AUTO
               LINE 16 COL 45 PIC 9(1) USING DESBLOQUEO-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PTARJETA.
           INITIALIZE TARJETA-USUARIO.
           DISPLAY (8, 22) "Perfiles de supervisor".
           DISPLAY (10, 15) "Tarjeta de supervisor:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-TARJETA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PTARJETA.
           IF TARJETA-USUARIO = 0
               GO TO PTARJETA.
      * el jefe no toca su propia tarjeta: la separacion de funciones
      * exige que otro jefe lo haga
           IF TARJETA-USUARIO = SUP-TARJETA-P
               GO TO PDATOS-ERR.

           OPEN INPUT SUPERVISORES.
           IF FSS = 35
               GO TO PDATOS-ERR.
           IF FSS NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO SUP-TARJETA.
           READ SUPERVISORES INVALID KEY
               CLOSE SUPERVISORES
               GO TO PDATOS-ERR.
           MOVE SUP-PERFIL TO PERFIL-ANTES.
           MOVE SUP-ESTADO TO ESTADO-ANTES.
           MOVE SUP-FALLOS TO FALLOS-ANTES.
           CLOSE SUPERVISORES.

           MOVE PERFIL-ANTES TO PERFIL-USUARIO.
           MOVE 0 TO DESBLOQUEO-USUARIO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

       PPERFIL.
           DISPLAY (8, 22) "Perfiles de supervisor".
           DISPLAY (10, 15) "Tarjeta de supervisor:".
           DISPLAY (10, 45) TARJETA-USUARIO.
           MOVE PERFIL-ANTES TO PERFIL-USUARIO.
           PERFORM NOMBRAR-PERFIL THRU NOMBRAR-PERFIL-EXIT.
           DISPLAY (11, 15) "Perfil actual:".
           DISPLAY (11, 45) NOMBRE-PERFIL.
           DISPLAY (12, 15) "Estado:".
           IF ESTADO-ANTES = 1
               DISPLAY (12, 45) "Bloqueada por PIN erroneos"
           ELSE
               DISPLAY (12, 45) "Activa".
           DISPLAY (13, 15) "PIN erroneos seguidos:".
           DISPLAY (13, 45) FALLOS-ANTES.
           DISPLAY (15, 15) "Nuevo perfil:".
           DISPLAY (15, 48) "1 caja, 2 fraude, 3 back-office,".
           DISPLAY (16, 15) "Desbloquear (1 si):".
           DISPLAY (16, 48) "4 jefe, 5 cumplimiento".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-PERFIL ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PPERFIL.

           IF PERFIL-USUARIO = 0 OR PERFIL-USUARIO > 5
               GO TO PDATOS-ERR.
           IF DESBLOQUEO-USUARIO > 1
               GO TO PDATOS-ERR.
           IF DESBLOQUEO-USUARIO = 1 AND ESTADO-ANTES NOT = 1
               GO TO PDATOS-ERR.
           IF PERFIL-USUARIO = PERFIL-ANTES AND DESBLOQUEO-USUARIO = 0
               GO TO PSIN-CAMBIOS.

           OPEN I-O SUPERVISORES.
           IF FSS NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO SUP-TARJETA.
           READ SUPERVISORES INVALID KEY GO TO PSYS-ERR.
           MOVE PERFIL-USUARIO TO SUP-PERFIL.
           IF DESBLOQUEO-USUARIO = 1
               MOVE 0 TO SUP-FALLOS
               MOVE 0 TO SUP-ESTADO.
           REWRITE SUPERVISOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SUPERVISORES.

           IF PERFIL-USUARIO NOT = PERFIL-ANTES
               MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR
               MOVE "SUP PERFIL" TO SUPJRN-ACCION
               MOVE TARJETA-USUARIO TO SUPJRN-CLAVE
               MOVE SPACES TO SUPJRN-ANTES
               MOVE PERFIL-ANTES TO SUPJRN-ANTES (1:1)
               MOVE SPACES TO SUPJRN-DESPUES
               MOVE PERFIL-USUARIO TO SUPJRN-DESPUES (1:1)
               PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.
           IF DESBLOQUEO-USUARIO = 1
               MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR
               MOVE "SUP DESBLOQ" TO SUPJRN-ACCION
               MOVE TARJETA-USUARIO TO SUPJRN-CLAVE
               MOVE "BLOQUEADO" TO SUPJRN-ANTES
               MOVE "ACTIVO" TO SUPJRN-DESPUES
               PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "El perfil de supervisor queda registrado".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PSIN-CAMBIOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "No se ha modificado nada".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      * descripcion del perfil en PERFIL-USUARIO; 0 son los
      * supervisores que aun no tienen perfil asignado
       NOMBRAR-PERFIL.
           IF PERFIL-USUARIO = 1
               MOVE "Operador de caja" TO NOMBRE-PERFIL
           ELSE
               IF PERFIL-USUARIO = 2
                   MOVE "Analista de fraude" TO NOMBRE-PERFIL
               ELSE
                   IF PERFIL-USUARIO = 3
                       MOVE "Back-office" TO NOMBRE-PERFIL
                   ELSE
                       IF PERFIL-USUARIO = 4
                           MOVE "Jefe de supervisores"
                               TO NOMBRE-PERFIL
                       ELSE
                           IF PERFIL-USUARIO = 5
                               MOVE "Cumplimiento normativo"
                                   TO NOMBRE-PERFIL
                           ELSE
                               MOVE "Sin asignar (acceso de jefe)"
                                   TO NOMBRE-PERFIL.
       NOMBRAR-PERFIL-EXIT.
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
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE SUPERVISORES.

           MOVE "BANK56" TO ERROR-PROGRAMA.
           MOVE FSS TO ERROR-FS.
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
