       FILE-CONTROL.
           COPY "RUNCTL-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "PARAMPEND-SEL.cpy".
           COPY "PARAMHIST-SEL.cpy".
       FILE SECTION.
           COPY "RUNCTL-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "PARAMPEND-FD.cpy".
           COPY "PARAMHIST-FD.cpy".
       WORKING-STORAGE SECTION.
       77 FSRU                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSPP                      PIC   X(2).
       77 FSPH                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "PARAM-CAMBIO-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
       77 FECHA-CONTABLE-HABIL      PIC  9(1) VALUE 1.

      * suite del cierre en orden de dependencias: la purga va la
      * ultima porque borra lo que los procesos anteriores cuadran;
      * justo antes se archivan los informes que ha dejado la suite
       01 TABLA-PASOS.
           05 FILLER                PIC X(20)
               VALUE "BATCH-TRANSFERENCIAS".
               VALUE "BATCH-FISCAL".
           05 FILLER                PIC X(20)
               VALUE "BATCH-INTERBANCARIA".
           05 FILLER                PIC X(20)
               VALUE "BATCH-RECALLS".
           05 FILLER                PIC X(20)
               VALUE "BATCH-INTERCAMBIO".
           05 FILLER                PIC X(20)
               VALUE "BATCH-SALDOS".
           05 FILLER                PIC X(20)
               VALUE "BATCH-REGULATORIO".
           05 FILLER                PIC X(20)
               VALUE "BATCH-DEVENGO".
           05 FILLER                PIC X(20)
               VALUE "BATCH-AJUSTES".
           05 FILLER                PIC X(20)
               VALUE "BATCH-PREAVISOS".
           05 FILLER                PIC X(20)
               VALUE "BATCH-ARCHIVOINF".
           05 FILLER                PIC X(20)
               VALUE "BATCH-PURGA".
       01 TABLA-PASOS-R REDEFINES TABLA-PASOS.
           05 NOMBRE-PASO           PIC X(20) OCCURS 17 TIMES.
       77 INDICE-PASO               PIC  9(2).
       77 PROGRAMA-PASO             PIC  X(20).
       77 PASO-OMITIDO              PIC  9(1).
       77 FECHA-SIGUIENTE           PIC  9(8).
       77 DIAS-ENTEROS              PIC S9(9).
       77 PERIODO-CIERRE            PIC  9(6).
       77 PERIODO-SIGUIENTE         PIC  9(6).

       PROCEDURE DIVISION.
       MAINLINE.

       MAINLINE-PASOS-LOOP.
           ADD 1 TO INDICE-PASO.
           IF INDICE-PASO > 17
               GO TO MAINLINE-CERRAR.
           MOVE NOMBRE-PASO (INDICE-PASO) TO PROGRAMA-PASO.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-EXIT.
               DISPLAY "ERROR: el paso " PROGRAMA-PASO
                   " ha fallado; el cierre queda detenido"
               GOBACK.
      * emitidos los informes de fin de mes, el mes pasa a cierre
           IF PROGRAMA-PASO = "BATCH-DEVENGO"
               PERFORM MARCAR-PERIODO-CERRANDO
                   THRU MARCAR-PERIODO-CERRANDO-EXIT.
           GO TO MAINLINE-PASOS-LOOP.

       MAINLINE-CERRAR.
           IF FECHA-CONTABLE-HABIL = 0
               IF PROGRAMA-PASO = "BATCH-TRANSFERENCIAS"
                       OR PROGRAMA-PASO = "BATCH-INTERBANCARIA"
                       OR PROGRAMA-PASO = "BATCH-RECALLS"
                       OR PROGRAMA-PASO = "BATCH-INTERCAMBIO"
                   PERFORM MARCAR-PASO-DIFERIDO
                       THRU MARCAR-PASO-DIFERIDO-EXIT
                   MOVE 0 TO RETURN-CODE
       MARCAR-CIERRE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * el ultimo dia contable del mes, con la declaracion y el
      * devengo ya emitidos, el mes queda en cierre: lo que se
      * anote despues con fecha de ese mes va como ajuste al mes
      * siguiente; contabilidad lo da por cerrado desde BANK78
      *----------------------------------------------------------*
       MARCAR-PERIODO-CERRANDO.
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(FECHA-CONTABLE-YMD) + 1.
           COMPUTE FECHA-SIGUIENTE =
               FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).
           COMPUTE PERIODO-SIGUIENTE = FECHA-SIGUIENTE / 100.
           COMPUTE PERIODO-CIERRE = FECHA-CONTABLE-YMD / 100.
           IF PERIODO-SIGUIENTE = PERIODO-CIERRE
               GO TO MARCAR-PERIODO-CERRANDO-EXIT.

           OPEN I-O PERIODOS.
           IF FSPO = 35
               OPEN OUTPUT PERIODOS
           END-IF.
           IF FSPO NOT = 00
               GO TO PSYS-ERR.
           MOVE PERIODO-CIERRE TO PER-PERIODO.
           READ PERIODOS INVALID KEY
               GO TO MARCAR-PERIODO-CERRANDO-ALTA.
           IF NOT PERIODO-ABIERTO
               CLOSE PERIODOS
               GO TO MARCAR-PERIODO-CERRANDO-EXIT.
           MOVE 1 TO PER-ESTADO.
           MOVE FECHA-CONTABLE-YMD TO PER-FECHA-CERRANDO.
           MOVE 0 TO PER-SUPERVISOR.
           REWRITE PERIODO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE PERIODOS.
           GO TO MARCAR-PERIODO-CERRANDO-AVISO.

       MARCAR-PERIODO-CERRANDO-ALTA.
           MOVE PERIODO-CIERRE TO PER-PERIODO.
           MOVE 1 TO PER-ESTADO.
           MOVE FECHA-CONTABLE-YMD TO PER-FECHA-CERRANDO.
           MOVE 0 TO PER-FECHA-CIERRE.
           MOVE 0 TO PER-SUPERVISOR.
           WRITE PERIODO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE PERIODOS.

       MARCAR-PERIODO-CERRANDO-AVISO.
           DISPLAY "El periodo contable " PER-PERIODO
               " queda en cierre".
       MARCAR-PERIODO-CERRANDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * la fecha contable avanza un dia natural al completar el
      * cierre; solo este proceso la mueve
           COPY "CAMBIAR-PARAMETRO.cpy".
           COPY "APLICAR-PARAMPEND.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE RUNCTL.
           CLOSE CIERRECTL.
           CLOSE PERIODOS.

           MOVE "BATCH-CI" TO ERROR-PROGRAMA.
           IF FSRU NOT = 00
               MOVE FSRU TO ERROR-FS
           ELSE
               IF FSCI NOT = 00
                   MOVE FSCI TO ERROR-FS
               ELSE
                   MOVE FSPO TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el orquestador del "
               "cierre. FSRU=" FSRU " FSCI=" FSCI " FSPO=" FSPO.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
