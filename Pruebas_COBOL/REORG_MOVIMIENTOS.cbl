       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG-MOVIMIENTOS.
      * reorganizacion unica de movimientos.ubd: lee el fichero con
      * su trazado antiguo (sin fecha valor) y genera
      * movimientosnew.ubd con MOV-FECHA-VALOR al final del
      * registro; los movimientos historicos toman valor en su
      * fecha contable (o en el dia de reloj si no la tienen); el
      * operador renombra el fichero nuevo sobre el antiguo al
      * terminar
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVV-NUM
           ALTERNATE RECORD KEY IS MOVV-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSMV.

           SELECT MOVIMIENTOS-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVN-NUM
           ALTERNATE RECORD KEY IS MOVN-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSMN.

       DATA DIVISION.
       FILE SECTION.
      * trazado antiguo: se nombran la fecha de reloj y la fecha
      * contable, de las que sale la fecha valor
       FD MOVIMIENTOS-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-V-REG.
           02 MOVV-NUM              PIC 9(35).
           02 MOVV-TARJETA          PIC 9(16).
           02 MOVV-ANO              PIC 9(4).
           02 MOVV-MES              PIC 9(2).
           02 MOVV-DIA              PIC 9(2).
           02 MOVV-DATOS            PIC X(67).
           02 MOVV-FECHA-CONTABLE   PIC 9(8).
           02 MOVV-COLA             PIC X(39).

      * trazado nuevo: el registro antiguo tal cual mas la fecha
      * valor
       FD MOVIMIENTOS-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientosnew.ubd".
       01 MOVIMIENTO-N-REG.
           02 MOVN-NUM              PIC 9(35).
           02 MOVN-TARJETA          PIC 9(16).
           02 MOVN-RESTO            PIC X(122).
           02 MOVN-FECHA-VALOR      PIC 9(8).

       WORKING-STORAGE SECTION.
       77 FSMV                      PIC  X(2).
       77 FSMN                      PIC  X(2).
       77 NUM-LEIDOS                PIC  9(9) VALUE 0.
       77 NUM-ESCRITOS              PIC  9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN INPUT MOVIMIENTOS-V.
           IF FSMV = 35
               DISPLAY "AVISO: no hay movimientos.ubd que "
                   "reorganizar"
               STOP RUN.
           IF FSMV NOT = 00
               GO TO PSYS-ERR.

           OPEN OUTPUT MOVIMIENTOS-N.
           IF FSMN NOT = 00
               GO TO PSYS-ERR.

       COPIAR-LEER.
           READ MOVIMIENTOS-V NEXT RECORD
               AT END GO TO COPIAR-FIN.
           ADD 1 TO NUM-LEIDOS.
           MOVE MOVIMIENTO-V-REG TO MOVIMIENTO-N-REG.
           MOVE MOVV-FECHA-CONTABLE TO MOVN-FECHA-VALOR.
           IF MOVN-FECHA-VALOR = 0
               COMPUTE MOVN-FECHA-VALOR =
                   (MOVV-ANO * 10000) + (MOVV-MES * 100) + MOVV-DIA.
           WRITE MOVIMIENTO-N-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-ESCRITOS.
           GO TO COPIAR-LEER.

       COPIAR-FIN.
           CLOSE MOVIMIENTOS-V.
           CLOSE MOVIMIENTOS-N.
           DISPLAY "Reorganizacion completada. Leidos: " NUM-LEIDOS
               " Escritos: " NUM-ESCRITOS.
           DISPLAY "Renombre movimientosnew.ubd sobre "
               "movimientos.ubd".
           STOP RUN.

       PSYS-ERR.
           DISPLAY "ERROR: fallo de E/S en la reorganizacion. "
               "FSMV=" FSMV " FSMN=" FSMN.
           CLOSE MOVIMIENTOS-V.
           CLOSE MOVIMIENTOS-N.
           STOP RUN.
