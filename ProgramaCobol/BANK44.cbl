       PROGRAM-ID. BANK44.
      * mantenimiento de la tabla de tramos del interes acreedor
      * desde el modo supervisor de BANK1: alta de filas (fecha de
      * efecto, banda, suelo de saldo y tasa). La fecha de efecto ha
      * de dejar el plazo de preaviso al cliente: la fila queda en
      * cambioscond.ubd y BATCH-PREAVISOS avisa a las tarjetas
      * afectadas y la pasa a tramosint.ubd con su fecha de vigor;
      * la lista muestra las filas ya pasadas a la tabla. Cada alta
      * queda en el historico imprimible paramhist.rpt (codigo 99) y
      * en el diario de supervisores
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TRAMOSINT-SEL.cpy".
           COPY "CAMBIOSCOND-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "PARAMHIST-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "TRAMOSINT-FD.cpy".
           COPY "CAMBIOSCOND-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "PARAMHIST-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSTI                      PIC   X(2).
       77 FSKC                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSPH                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "PARAMETROS-WS.cpy".

       77 FECHA-EFECTO-USUARIA      PIC  9(8).
       77 BANDA-USUARIA             PIC  9(2).
       77 TASA-ENT-USUARIO          PIC  9(2).
       77 TASA-DEC-USUARIO          PIC  9(2).
       77 FECHA-HOY-YMD             PIC  9(8).
       77 FECHA-MINIMA-YMD          PIC  9(8).
       77 DIAS-MINIMA               PIC S9(9).
       77 LINEA-TRI                 PIC  9(2).
       77 NUM-FILAS-PANT            PIC  9(2).
       77 FECHA-YA-AVISADA          PIC  9(1).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-PARAM-PREAVISO THRU LEER-PARAM-PREAVISO-EXIT.
           COMPUTE DIAS-MINIMA =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD) + DIAS-PREAVISO.
           COMPUTE FECHA-MINIMA-YMD =
               FUNCTION DATE-OF-INTEGER(DIAS-MINIMA).

       PTRAMOS.
           PERFORM LISTAR-TRAMOS THRU LISTAR-TRAMOS-EXIT.
               ELSE
                   GO TO PTRAMOS.

           IF FECHA-EFECTO-USUARIA < FECHA-MINIMA-YMD
               GO TO PDATOS-ERR.
           IF BANDA-USUARIA = 0 OR BANDA-USUARIA > 10
               GO TO PDATOS-ERR.

      * la misma fila aun sin avisar se corrige; ya avisada no. Si
      * alguna fila de esa fecha ya se aviso (o ya rige), la fecha
      * no admite altas ni correcciones: el aviso compara la tabla
      * actual con todas las filas de la fecha
           OPEN I-O CAMBIOSCOND.
           IF FSKC = 35
               OPEN OUTPUT CAMBIOSCOND
               CLOSE CAMBIOSCOND
               OPEN I-O CAMBIOSCOND
           END-IF.
           IF FSKC NOT = 00
               GO TO PSYS-ERR.
           PERFORM COMPROBAR-FECHA-AVISADA
               THRU COMPROBAR-FECHA-AVISADA-EXIT.
           IF FECHA-YA-AVISADA = 1
               CLOSE CAMBIOSCOND
               GO TO PAVISADA-ERR.
           MOVE "I" TO CCO-TIPO.
           MOVE FECHA-EFECTO-USUARIA TO CCO-FECHA-EFECTO.
           MOVE BANDA-USUARIA TO CCO-CODIGO.
           READ CAMBIOSCOND INVALID KEY
               GO TO PTRAMOS-ALTA.
           IF NOT CAMBIO-PENDIENTE-AVISO
               CLOSE CAMBIOSCOND
               GO TO PAVISADA-ERR.
           MOVE SALDO-DESDE-USUARIO TO CCO-SALDO-DESDE.
           COMPUTE CCO-TASA =
               TASA-ENT-USUARIO + (TASA-DEC-USUARIO / 100).
           MOVE SUP-TARJETA-P TO CCO-SUPERVISOR.
           MOVE FECHA-HOY-YMD TO CCO-FECHA-CARGA.
           REWRITE CAMBIOCOND-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CAMBIOSCOND.
           GO TO PTRAMOS-ANOTAR.

       PTRAMOS-ALTA.
           INITIALIZE CAMBIOCOND-REG.
           MOVE "I" TO CCO-TIPO.
           MOVE FECHA-EFECTO-USUARIA TO CCO-FECHA-EFECTO.
           MOVE BANDA-USUARIA TO CCO-CODIGO.
           MOVE SALDO-DESDE-USUARIO TO CCO-SALDO-DESDE.
           COMPUTE CCO-TASA =
               TASA-ENT-USUARIO + (TASA-DEC-USUARIO / 100).
           MOVE SUP-TARJETA-P TO CCO-SUPERVISOR.
           MOVE FECHA-HOY-YMD TO CCO-FECHA-CARGA.
           MOVE 0 TO CCO-ESTADO.
           WRITE CAMBIOCOND-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CAMBIOSCOND.

       PTRAMOS-ANOTAR.
      * el alta queda en el historico de parametros con codigo 99
               MOVE 0 TO PHI-ANTES-DEC
               MOVE TASA-ENT-USUARIO TO PHI-DESPUES-ENT
               MOVE TASA-DEC-USUARIO TO PHI-DESPUES-DEC
               MOVE SUP-TARJETA-P TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO PHI-SUPERVISOR
               MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA
               MOVE DIA TO PHI-DIA
               MOVE MES TO PHI-MES
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "La fila de tramo queda registrada;".
           DISPLAY (12, 15) "se avisara a los clientes y entrara".
           DISPLAY (13, 15) "en vigor cumplido el preaviso".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "de efecto ha de dar el plazo de preaviso)"
               LINE 12 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (13, 20) "Preaviso en dias:".
           DISPLAY (13, 38) DIAS-PREAVISO.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PAVISADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Los tramos de esa fecha ya se han avisado"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "y no pueden corregirse" LINE 12 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      * alguna fila de tramos de la fecha pedida que no este
      * pendiente de aviso; se entra con CAMBIOSCOND abierto
       COMPROBAR-FECHA-AVISADA.
           MOVE 0 TO FECHA-YA-AVISADA.
           MOVE "I" TO CCO-TIPO.
           MOVE FECHA-EFECTO-USUARIA TO CCO-FECHA-EFECTO.
           MOVE 0 TO CCO-CODIGO.
           START CAMBIOSCOND KEY IS NOT LESS THAN CCO-CLAVE
               INVALID KEY GO TO COMPROBAR-FECHA-AVISADA-EXIT.

       COMPROBAR-FECHA-AVISADA-LEER.
           READ CAMBIOSCOND NEXT RECORD
               AT END GO TO COMPROBAR-FECHA-AVISADA-EXIT.
           IF NOT CAMBIO-INTERES
                   OR CCO-FECHA-EFECTO NOT = FECHA-EFECTO-USUARIA
               GO TO COMPROBAR-FECHA-AVISADA-EXIT.
           IF NOT CAMBIO-PENDIENTE-AVISO
               MOVE 1 TO FECHA-YA-AVISADA
               GO TO COMPROBAR-FECHA-AVISADA-EXIT.
           GO TO COMPROBAR-FECHA-AVISADA-LEER.
       COMPROBAR-FECHA-AVISADA-EXIT.
           EXIT.

           COPY "LEER-PARAM-PREAVISO.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE TRAMOSINT.
           CLOSE CAMBIOSCOND.
           CLOSE PARAMHIST.

           MOVE "BANK44" TO ERROR-PROGRAMA.
           IF FSTI NOT = 00
               MOVE FSTI TO ERROR-FS
           ELSE
               IF FSKC NOT = 00
                   MOVE FSKC TO ERROR-FS
               ELSE
                   MOVE FSPH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
