      * dia - dispensas del dia = billetero de cierre, y deja la
      * diferencia en cuadre.rpt como reconciliacion.rpt hace con
      * los saldos; al terminar guarda el cierre como apertura del
      * dia siguiente. El segundo billetero de divisa (las divisas
      * del maestro con billetes) se cuadra igual en cuadrefx.rpt
      * con sus propios diarios
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "REPOSICIONESFX-SEL.cpy".
           COPY "DISPENSASFX-SEL.cpy".
           COPY "CUADREFX-SEL.cpy".
           COPY "DIVISAS-SEL.cpy".

           COPY "ERRORES-SEL.cpy".

           COPY "REPOSICIONESFX-FD.cpy".
           COPY "DISPENSASFX-FD.cpy".
           COPY "CUADREFX-FD.cpy".
           COPY "DIVISAS-FD.cpy".

           COPY "ERRORES-FD.cpy".

       77 FSRF                      PIC   X(2).
       77 FSDF                      PIC   X(2).
       77 FSCF                      PIC   X(2).
       77 FSDM                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "DIVISAS-WS.cpy".

       77 CARGAS-50                  PIC  9(6) VALUE 0.
       77 CARGAS-20                  PIC  9(6) VALUE 0.
       77 TERMINAL-CUADRE            PIC  9(4).
       77 HAY-MAESTRO-CAJEROS        PIC  9(1) VALUE 0.

      * cuadre del billetero de divisa: una serie por billete de
      * cada divisa del maestro distinta del EUR (hasta 19 divisas
      * de tres billetes), con sus cargas y dispensas del dia por
      * terminal
       01 TABLA-SERIES-FX.
           05 SERIE-FX OCCURS 57 TIMES.
               10 SFX-DIVISA        PIC 9(2).
               10 SFX-DENOM         PIC 9(5).
               10 SFX-CARGAS        PIC 9(6).
               10 SFX-DISPENSADO    PIC 9(6).
       77 INDICE-SFX                 PIC  9(2).
       77 NUM-SERIES-FX              PIC  9(2) VALUE 0.
       77 APERTURA-FX-ACTUAL         PIC  9(5).
       77 REAL-FX-ACTUAL             PIC  9(5).
       77 TEORICO-FX-ACTUAL          PIC S9(6).
           OPEN OUTPUT CUADREFX.
           IF FSCF NOT = 00
               GO TO PSYS-ERR.
           PERFORM CARGAR-DIVISAS THRU CARGAR-DIVISAS-EXIT.
           PERFORM PREPARAR-SERIES-FX THRU PREPARAR-SERIES-FX-EXIT.

      * un cuadre por terminal del maestro de cajeros; sin maestro,
      * solo el terminal 1 de siempre

       CUADRAR-TERMINAL-FX-LOOP.
           ADD 1 TO INDICE-SFX.
           IF INDICE-SFX > NUM-SERIES-FX
               GO TO CUADRAR-TERMINAL-FX-EXIT.
           MOVE 0 TO SFX-CARGAS (INDICE-SFX).
           MOVE 0 TO SFX-DISPENSADO (INDICE-SFX).
       SUMAR-DISPENSAS-FX-EXIT.
           EXIT.

      * series del billetero de divisa a partir del maestro: las
      * divisas inactivas se siguen cuadrando mientras les queden
      * billetes en los terminales
       PREPARAR-SERIES-FX.
           MOVE 1 TO INDICE-MDV.

       PREPARAR-SERIES-FX-LOOP.
           ADD 1 TO INDICE-MDV.
           IF INDICE-MDV > 20
               GO TO PREPARAR-SERIES-FX-EXIT.
           IF MDV-COD (INDICE-MDV) = 0
               GO TO PREPARAR-SERIES-FX-LOOP.
           MOVE 0 TO INDICE-MDV-DENOM.

       PREPARAR-SERIES-FX-DENOM.
           ADD 1 TO INDICE-MDV-DENOM.
           IF INDICE-MDV-DENOM > 3
               GO TO PREPARAR-SERIES-FX-LOOP.
           IF MDV-DENOM (INDICE-MDV, INDICE-MDV-DENOM) = 0
               GO TO PREPARAR-SERIES-FX-DENOM.
           ADD 1 TO NUM-SERIES-FX.
           MOVE INDICE-MDV TO SFX-DIVISA (NUM-SERIES-FX).
           MOVE MDV-DENOM (INDICE-MDV, INDICE-MDV-DENOM)
               TO SFX-DENOM (NUM-SERIES-FX).
           GO TO PREPARAR-SERIES-FX-DENOM.
       PREPARAR-SERIES-FX-EXIT.
           EXIT.

       CUADRAR-SERIE-FX.
           MOVE 0 TO HAY-SERIE-FX.
           MOVE 0 TO REAL-FX-ACTUAL.
       CUADRAR-DENOMINACION-EXIT.
           EXIT.

           COPY "CARGAR-DIVISAS.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE REPOSICIONESFX.
           CLOSE DISPENSASFX.
           CLOSE CUADREFX.
           CLOSE DIVISAS.

           MOVE "BATCH-EF" TO ERROR-PROGRAMA.
           IF FSB NOT = 00
                   MOVE FSAP TO ERROR-FS
               ELSE
                   MOVE FSCU TO ERROR-FS.
           IF FSDM NOT = 00
               MOVE FSDM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
