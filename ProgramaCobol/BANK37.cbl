       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK37.
      * retirada de efectivo en divisa (las del maestro divisas.ubd
      * con billetes definidos) en los terminales con segundo
      * billetero (billetesfx.ubd); se llega desde la
      * eleccion de divisa de BANK4. El importe se teclea en la
      * divisa elegida, el cargo se anota en la divisa de la tarjeta
      * al cambio del dia (fichero CAMBIOS) con la tasa aplicada
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "CAMBIOS-SEL.cpy".
           COPY "DIVISAS-SEL.cpy".
           COPY "BILLETESFX-SEL.cpy".
           COPY "DISPENSASFX-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "CAJEROS-SEL.cpy".
           COPY "INCIDENCIAS-SEL.cpy".
           COPY "ESTADOS-CAJERO-SEL.cpy".
           COPY "HORARIOS-SEL.cpy".
           COPY "FRAUDE-SEL.cpy".
           COPY "AVISOS-VIAJE-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "PANCLARO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "CAMBIOS-FD.cpy".
           COPY "DIVISAS-FD.cpy".
           COPY "BILLETESFX-FD.cpy".
           COPY "DISPENSASFX-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "CAJEROS-FD.cpy".
           COPY "INCIDENCIAS-FD.cpy".
           COPY "ESTADOS-CAJERO-FD.cpy".
           COPY "HORARIOS-FD.cpy".
           COPY "FRAUDE-FD.cpy".
           COPY "AVISOS-VIAJE-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "PANCLARO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSCB                      PIC   X(2).
       77 FSDM                      PIC   X(2) VALUE "00".
       77 FSBF                      PIC   X(2).
       77 FSDF                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSCJ                      PIC   X(2).
       77 FSIC                      PIC   X(2).
       77 FSEJ                      PIC   X(2).
       77 FSHO                      PIC   X(2).
       77 FSF                       PIC   X(2).
       77 FSAV                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "CAMBIO-WS.cpy".
           COPY "DIVISAS-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "CTRLAUT-WS.cpy".
           COPY "INCIDENCIA-WS.cpy".
           COPY "ESTADO-CAJERO-WS.cpy".
           COPY "HORARIO-WS.cpy".
           COPY "VELOCIDAD-WS.cpy".
           COPY "VIAJE-WS.cpy".

       77 IMPORTE-DIVISA-USUARIO    PIC  9(7).
       77 CENT-CARGO                PIC S9(11).
      * a menor, con su existencia y los billetes elegidos
       01 TABLA-DENOM-FX.
           05 DENOM-FX-ENTRADA OCCURS 3 TIMES.
               10 DFX-VALOR         PIC 9(5).
               10 DFX-STOCK         PIC 9(5).
               10 DFX-ELEGIDOS      PIC 9(5).
       77 INDICE-DFX                PIC  9(1).
       77 RESTO-DIVISA              PIC S9(9).
       77 NOTAS-POSIBLES            PIC S9(9).
       77 DISPENSABLE-FX            PIC  9(1).
       77 IMPORTE-COMPONIBLE        PIC  9(1).
       77 NOTAS-MEDIANAS            PIC  9(5).
       77 NOTAS-MENORES             PIC  9(5).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).
      * divisa elegida en BANK4, codigo del maestro de divisas
       77 DIVISA-P                  PIC  9(2).

       SCREEN SECTION.
           COPY "IMPRIMIR-CABECERA.cpy".

           PERFORM LEER-TERMINAL THRU LEER-TERMINAL-EXIT.
           PERFORM CARGAR-DIVISAS THRU CARGAR-DIVISAS-EXIT.
           MOVE DIVISA-P TO DIVISA-CONSULTA.
           PERFORM VER-DIVISA THRU VER-DIVISA-EXIT.
           IF DIVISA-OPERABLE = 0 OR DIVISA-CONSULTA = 01
               EXIT PROGRAM.
           PERFORM CARGAR-BILLETERO-FX
               THRU CARGAR-BILLETERO-FX-EXIT.
           IF DFX-STOCK (1) = 0 AND DFX-STOCK (2) = 0
       PRETIRAR-FX.
           INITIALIZE IMPORTE-DIVISA-USUARIO.
           DISPLAY (8, 24) "Retirada en divisa".
           DISPLAY (10, 15) "Divisa elegida:".
           DISPLAY (10, 31) ISO-CONSULTA.
           DISPLAY (10, 35) MDV-NOMBRE (DIVISA-P).
           DISPLAY (13, 15) "Importe a retirar:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".
           MOVE 01 TO VELOC-TIPO-A.
           MOVE 02 TO VELOC-TIPO-B.
           MOVE CENT-CARGO TO VELOC-IMPORTE-CENT.
           MOVE "BANK37" TO PAN-PROGRAMA.
           PERFORM VERIFICAR-VELOCIDAD THRU VERIFICAR-VELOCIDAD-EXIT.
           IF VELOC-EXCEDIDA = 1
               GO TO PVELOCIDAD-ERR.
           IF HORARIO-BLOQUEADO = 1
               GO TO PHORARIO-ERR.

      * un importe que ningun billetero podria componer con los
      * billetes de la divisa es un error de tecleo, no una
      * incidencia del terminal
           PERFORM COMPROBAR-COMPONIBLE
               THRU COMPROBAR-COMPONIBLE-EXIT.
           IF IMPORTE-COMPONIBLE = 0
               GO TO PIMPORTE-NO-DISP-ERR.

           PERFORM SELECCIONAR-BILLETES-FX
               THRU SELECCIONAR-BILLETES-FX-EXIT.
                   GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * billetero de la divisa del terminal: denominaciones de la
      * divisa segun el maestro de divisas y su existencia
      *----------------------------------------------------------*
       CARGAR-BILLETERO-FX.
           MOVE MDV-DENOM (DIVISA-P, 1) TO DFX-VALOR (1).
           MOVE MDV-DENOM (DIVISA-P, 2) TO DFX-VALOR (2).
           MOVE MDV-DENOM (DIVISA-P, 3) TO DFX-VALOR (3).
           MOVE 0 TO DFX-STOCK (1).
           MOVE 0 TO DFX-STOCK (2).
           MOVE 0 TO DFX-STOCK (3).
           ADD 1 TO INDICE-DFX.
           IF INDICE-DFX > 3
               GO TO CARGAR-BILLETERO-FX-CERRAR.
           IF DFX-VALOR (INDICE-DFX) = 0
               GO TO CARGAR-BILLETERO-FX-LOOP.
           MOVE TERMINAL-ID TO BFX-CAJERO.
           MOVE DIVISA-P TO BFX-DIVISA.
           MOVE DFX-VALOR (INDICE-DFX) TO BFX-DENOM.
           ADD 1 TO INDICE-DFX.
           IF INDICE-DFX > 3
               GO TO SELECCIONAR-BILLETES-FX-FIN.
           MOVE 0 TO DFX-ELEGIDOS (INDICE-DFX).
           IF DFX-VALOR (INDICE-DFX) = 0
               GO TO SELECCIONAR-BILLETES-FX-LOOP.
           COMPUTE NOTAS-POSIBLES =
               RESTO-DIVISA / DFX-VALOR (INDICE-DFX).
           IF NOTAS-POSIBLES > DFX-STOCK (INDICE-DFX)
       SELECCIONAR-BILLETES-FX-EXIT.
           EXIT.

      * el importe sale con billetes de la divisa, sin mirar la
      * existencia: se prueban las combinaciones de billetes
      * medianos y menores hasta que repiten el valor de un numero
      * entero de billetes mayores, y lo que queda tiene que salir
      * en billetes mayores
       COMPROBAR-COMPONIBLE.
           MOVE 0 TO IMPORTE-COMPONIBLE.
           IF DFX-VALOR (1) = 0
               GO TO COMPROBAR-COMPONIBLE-EXIT.
           MOVE 0 TO NOTAS-MEDIANAS.

       COMPROBAR-COMPONIBLE-MEDIANAS.
           MOVE 0 TO NOTAS-MENORES.

       COMPROBAR-COMPONIBLE-MENORES.
           COMPUTE RESTO-DIVISA = IMPORTE-DIVISA-USUARIO
               - (NOTAS-MEDIANAS * DFX-VALOR (2))
               - (NOTAS-MENORES * DFX-VALOR (3)).
           IF RESTO-DIVISA < 0
               GO TO COMPROBAR-COMPONIBLE-SIGUIENTE.
           IF FUNCTION MOD(RESTO-DIVISA, DFX-VALOR (1)) = 0
               MOVE 1 TO IMPORTE-COMPONIBLE
               GO TO COMPROBAR-COMPONIBLE-EXIT.
           IF DFX-VALOR (3) = 0
               GO TO COMPROBAR-COMPONIBLE-SIGUIENTE.
           ADD 1 TO NOTAS-MENORES.
           IF FUNCTION MOD(NOTAS-MENORES * DFX-VALOR (3),
                   DFX-VALOR (1)) = 0
               GO TO COMPROBAR-COMPONIBLE-SIGUIENTE.
           GO TO COMPROBAR-COMPONIBLE-MENORES.

       COMPROBAR-COMPONIBLE-SIGUIENTE.
           IF DFX-VALOR (2) = 0
               GO TO COMPROBAR-COMPONIBLE-EXIT.
           ADD 1 TO NOTAS-MEDIANAS.
           IF FUNCTION MOD(NOTAS-MEDIANAS * DFX-VALOR (2),
                   DFX-VALOR (1)) = 0
               GO TO COMPROBAR-COMPONIBLE-EXIT.
           IF (NOTAS-MEDIANAS * DFX-VALOR (2)) > IMPORTE-DIVISA-USUARIO
               GO TO COMPROBAR-COMPONIBLE-EXIT.
           GO TO COMPROBAR-COMPONIBLE-MEDIANAS.
       COMPROBAR-COMPONIBLE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cargo en la divisa de la tarjeta, con la tasa aplicada en
      * el movimiento y el detalle de la divisa en el concepto
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-CARGO / 100.
           MOVE SPACES TO MOV-CONCEPTO.
           MOVE "RETIRADA" TO MOV-CONCEPTO (1:8).
           MOVE ISO-CONSULTA TO MOV-CONCEPTO (10:3).
           MOVE IMPORTE-DIVISA-USUARIO TO MOV-CONCEPTO (14:7).
           MOVE 01 TO MOV-TIPO.
           MOVE DIVISA-CALCULO TO MOV-DIVISA.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

               GO TO REGISTRAR-DISPENSA-FX-CERRAR.
           IF DFX-ELEGIDOS (INDICE-DFX) = 0
               GO TO REGISTRAR-DISPENSA-FX-LOOP.
           MOVE TNUM-P TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO DFX-TARJETA.
           MOVE DIVISA-P TO DFX-DIVISA.
           MOVE DFX-VALOR (INDICE-DFX) TO DFX-DENOM.
           MOVE DFX-ELEGIDOS (INDICE-DFX) TO DFX-CANTIDAD.
           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "LEER-TASA-CAMBIO.cpy".
           COPY "CARGAR-DIVISAS.cpy".
           COPY "LEER-TERMINAL.cpy".
           COPY "VERIFICAR-CONTROL-AUT.cpy".
           COPY "VERIFICAR-HORARIO.cpy".
           COPY "LEER-VELOCIDAD.cpy".
           COPY "VERIFICAR-VELOCIDAD.cpy".
           COPY "COMPROBAR-AVISO-VIAJE.cpy".
           COPY "LEER-MAX-INCIDENTES.cpy".
           COPY "REGISTRAR-INCIDENCIA.cpy".
           COPY "REGISTRAR-ESTADO-CAJERO.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           CLOSE HORARIOS.
           CLOSE BILLETESFX.
           CLOSE CAMBIOS.
           CLOSE DIVISAS.
           CLOSE CUENTA-TARJETA.
           CLOSE CTRLAUT.
           CLOSE CAJEROS.
                   MOVE FSBF TO ERROR-FS
               ELSE
                   MOVE FSM TO ERROR-FS.
           IF FSDM NOT = 00
               MOVE FSDM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
