           COPY "IDIOMA-SES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "PREFERENCIAS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".

           COPY "IDIOMA-SES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "PREFERENCIAS-FD.cpy".
           COPY "ERRORES-FD.cpy".
           COPY "JOURNAL-FD.cpy".

           COPY "IDIOMA-WS.cpy".
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSPF                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
       77 FSJR                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
      * modo accesible en pantalla: S o N
       77 ACCESIBLE-USUARIO         PIC   X(1).
      * consentimiento de publicidad en pantalla: S o N
       77 PUBLICIDAD-USUARIO        PIC   X(1).
       77 HAY-PREFERENCIAS          PIC   9(1).
       77 FECHA-HOY-YMD             PIC   9(8).
       01 HORA-VALIDAR              PIC   9(4).
       01 HORA-VALIDAR-PARTES REDEFINES HORA-VALIDAR.
           05 HORA-VALIDAR-HH       PIC   9(2).
           05 HORA-VALIDAR-MM       PIC   9(2).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).
               PIC X(40) USING CLI-DIRECCION.
           05 DATOS-TELEFONO-F AUTO LINE 15 COL 25
               PIC X(15) USING CLI-TELEFONO.
           05 DATOS-ACCESIBLE-F AUTO LINE 16 COL 25
               PIC X(1) USING ACCESIBLE-USUARIO.
           05 DATOS-EMAIL-F AUTO LINE 17 COL 25
               PIC X(50) USING PRF-EMAIL.
           05 DATOS-CANAL-ALERTAS-F AUTO LINE 19 COL 25
               PIC 9(1) USING PRF-CANAL-ALERTAS.
           05 DATOS-CANAL-EXTRACTOS-F AUTO LINE 19 COL 39
               PIC 9(1) USING PRF-CANAL-EXTRACTOS.
           05 DATOS-CANAL-PUBLICIDAD-F AUTO LINE 19 COL 54
               PIC 9(1) USING PRF-CANAL-PUBLICIDAD.
           05 DATOS-CANAL-SERVICIO-F AUTO LINE 19 COL 67
               PIC 9(1) USING PRF-CANAL-SERVICIO.
           05 DATOS-PUBLICIDAD-F AUTO LINE 20 COL 25
               PIC X(1) USING PUBLICIDAD-USUARIO.
           05 DATOS-SILENCIO-DESDE-F AUTO LINE 21 COL 25
               PIC 9(4) USING PRF-SILENCIO-DESDE.
           05 DATOS-SILENCIO-HASTA-F AUTO LINE 21 COL 32
               PIC 9(4) USING PRF-SILENCIO-HASTA.

       PROCEDURE DIVISION USING TNUM-P.
           COPY "IMPRIMIR-CABECERA.cpy".
           MOVE TTITULAR TO CLI-COD.
           READ CLIENTES INVALID KEY GO TO PSYS-ERR.

      * preferencias de contacto; sin registro se parte de las de
      * por defecto y se da de alta al guardar
           OPEN I-O PREFERENCIAS.
           IF FSPF = 35
               OPEN OUTPUT PREFERENCIAS
               CLOSE PREFERENCIAS
               OPEN I-O PREFERENCIAS
           END-IF.
           IF FSPF NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO HAY-PREFERENCIAS.
           MOVE CLI-COD TO PRF-CLIENTE.
           READ PREFERENCIAS INVALID KEY
               MOVE 0 TO HAY-PREFERENCIAS
               INITIALIZE PREFERENCIA-REG
               MOVE CLI-COD TO PRF-CLIENTE.
           MOVE "00" TO FSPF.

       PDATOS.
           PERFORM LEER-IDIOMA-SESION
               THRU LEER-IDIOMA-SESION-EXIT.
           DISPLAY (13, 25) CLI-DNI.
           DISPLAY (14, 10) "Direccion:".
           DISPLAY (15, 10) "Telefono:".
           DISPLAY (16, 10) "Accesible:".
           DISPLAY (16, 28) "(S/N) pantallas simplificadas".
           IF ACCESIBILIDAD-ACTIVA
               MOVE "S" TO ACCESIBLE-USUARIO
           ELSE
               MOVE "N" TO ACCESIBLE-USUARIO.
           DISPLAY (17, 10) "Email:".
           DISPLAY (18, 10) "Avisos por: 1 SMS, 2 email, 3 carta, "
               "4 ninguno (0 el habitual)".
           DISPLAY (19, 10) "Alertas:".
           DISPLAY (19, 28) "Extractos:".
           DISPLAY (19, 42) "Publicidad:".
           DISPLAY (19, 57) "Servicio:".
           DISPLAY (20, 10) "Publicidad:".
           DISPLAY (20, 28) "(S/N) acepto recibirla".
           DISPLAY (21, 10) "Silencio SMS:".
           DISPLAY (21, 30) "a".
           DISPLAY (21, 38) "(HHMM; iguales = sin silencio)".
           IF PUBLICIDAD-CONSENTIDA
               MOVE "S" TO PUBLICIDAD-USUARIO
           ELSE
               MOVE "N" TO PUBLICIDAD-USUARIO.
           DISPLAY (24, 01) "Enter - Guardar cambios".
           DISPLAY (24, 65) "ESC - Cancelar".
           ACCEPT DATOS-CLIENTE-ACCEPT ON EXCEPTION
                   GO TO PDATOS-CANCELADO
               ELSE
                   GO TO PDATOS.
           IF ACCESIBLE-USUARIO = "S" OR ACCESIBLE-USUARIO = "s"
               MOVE 1 TO CLI-ACCESIBLE
           ELSE
               IF ACCESIBLE-USUARIO = "N" OR ACCESIBLE-USUARIO = "n"
                   MOVE 0 TO CLI-ACCESIBLE
               ELSE
                   GO TO PDATOS.
           IF PRF-CANAL-ALERTAS > 4 OR PRF-CANAL-EXTRACTOS > 4
                   OR PRF-CANAL-PUBLICIDAD > 4
                   OR PRF-CANAL-SERVICIO > 4
               GO TO PDATOS.
           MOVE PRF-SILENCIO-DESDE TO HORA-VALIDAR.
           IF HORA-VALIDAR-HH > 23 OR HORA-VALIDAR-MM > 59
               GO TO PDATOS.
           MOVE PRF-SILENCIO-HASTA TO HORA-VALIDAR.
           IF HORA-VALIDAR-HH > 23 OR HORA-VALIDAR-MM > 59
               GO TO PDATOS.
           IF PUBLICIDAD-USUARIO NOT = "S" AND NOT = "s"
                   AND NOT = "N" AND NOT = "n"
               GO TO PDATOS.

      * el consentimiento de publicidad guarda la fecha en que se
      * dio o se retiro
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           IF PUBLICIDAD-USUARIO = "S" OR PUBLICIDAD-USUARIO = "s"
               IF NOT PUBLICIDAD-CONSENTIDA
                   MOVE 1 TO PRF-CONSENTIMIENTO
                   MOVE FECHA-HOY-YMD TO PRF-FECHA-CONSENTIMIENTO
               END-IF
           ELSE
               IF PUBLICIDAD-CONSENTIDA
                   MOVE 2 TO PRF-CONSENTIMIENTO
                   MOVE FECHA-HOY-YMD TO PRF-FECHA-CONSENTIMIENTO.
           MOVE FECHA-HOY-YMD TO PRF-FECHA-MODIFICACION.

           REWRITE CLIENTEREG INVALID KEY GO TO PSYS-ERR.
           CLOSE CLIENTES.

           IF HAY-PREFERENCIAS = 1
               REWRITE PREFERENCIA-REG INVALID KEY GO TO PSYS-ERR
               MOVE "R" TO JOURNAL-OPERACION
           ELSE
               WRITE PREFERENCIA-REG INVALID KEY GO TO PSYS-ERR
               MOVE "E" TO JOURNAL-OPERACION.
           CLOSE PREFERENCIAS.
           MOVE "PC" TO JOURNAL-FICHERO.
           MOVE PRF-CLIENTE TO JOURNAL-CLAVE.
           MOVE PREFERENCIA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE "CL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CLI-COD TO JOURNAL-CLAVE.

       PDATOS-CANCELADO.
           CLOSE CLIENTES.
           CLOSE PREFERENCIAS.
           EXIT PROGRAM.

       PDATOS-ENTER.
       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           CLOSE PREFERENCIAS.

           MOVE "BANK11" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               IF FSPF NOT = 00
                   MOVE FSPF TO ERROR-FS
               ELSE
                   MOVE FSC TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
       PSYS-NOFICHERO.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           CLOSE PREFERENCIAS.

           MOVE "BANK11" TO ERROR-PROGRAMA.
           MOVE "35" TO ERROR-FS.
