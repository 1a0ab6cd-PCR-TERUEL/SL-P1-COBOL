       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG-MAESTROS2.
      * segunda reorganizacion unica de los maestros cuyo registro
      * ha crecido: lee cada fichero con el trazado que tenia antes
      * de ampliarse y genera la version <nombre>new.ubd con el
      * trazado nuevo, rellenando los campos anadidos con los
      * valores que cada proceso trata como "no consta" o "como
      * hasta ahora"; el operador renombra los ficheros nuevos sobre
      * los antiguos al terminar (igual que con REORG_MAESTROS).
      * Cubre: clientes.ubd, parametros.ubd, supervisores.ubd,
      * prestamos.ubd, transferencias.ubd, moras.ubd, entradas.ubd,
      * renovaciones.ubd, aprobaciones.ubd e intentoshist.ubd.
      * movimientos.ubd tiene su propio REORG_MOVIMIENTOS, y
      * billetesfx.ubd y aperturafx.ubd el suyo, REORG_BILLETESFX
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIO-COD
           FILE STATUS IS FSCV.

           SELECT CLIENTES-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIN-COD
           FILE STATUS IS FSCN.

           SELECT PARAMETROS-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARO-COD
           FILE STATUS IS FSPV.

           SELECT PARAMETROS-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARN-COD
           FILE STATUS IS FSPN.

           SELECT SUPERVISORES-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPO-TARJETA
           FILE STATUS IS FSSV.

           SELECT SUPERVISORES-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPN-TARJETA
           FILE STATUS IS FSSN.

           SELECT PRESTAMOS-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREO-NUM
           ALTERNATE RECORD KEY IS PREO-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSRV.

           SELECT PRESTAMOS-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREN-NUM
           ALTERNATE RECORD KEY IS PREN-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSRN.

           SELECT TRANSFERENCIAS-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRV-NUM
           ALTERNATE RECORD KEY IS TRV-TARJETA-ORIGEN
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRV-TARJETA-DESTINO
               WITH DUPLICATES
           FILE STATUS IS FSTV.

           SELECT TRANSFERENCIAS-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRN-NUM
           ALTERNATE RECORD KEY IS TRN-TARJETA-ORIGEN
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRN-TARJETA-DESTINO
               WITH DUPLICATES
           FILE STATUS IS FSTN.

           SELECT MORAS-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MORO-PRESTAMO
           FILE STATUS IS FSMV.

           SELECT MORAS-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MORN-PRESTAMO
           FILE STATUS IS FSMN.

           SELECT ENTRADAS-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTO-SERIE
           ALTERNATE RECORD KEY IS ENTO-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSEV.

           SELECT ENTRADAS-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTN-SERIE
           ALTERNATE RECORD KEY IS ENTN-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT RENOVACIONES-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RENO-TARJETA-NUEVA
           ALTERNATE RECORD KEY IS RENO-TARJETA-ANTIGUA
               WITH DUPLICATES
           FILE STATUS IS FSNV.

           SELECT RENOVACIONES-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RENN-TARJETA-NUEVA
           ALTERNATE RECORD KEY IS RENN-TARJETA-ANTIGUA
               WITH DUPLICATES
           FILE STATUS IS FSNN.

           SELECT APROBACIONES-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APRO-NUM
           FILE STATUS IS FSAV.

           SELECT APROBACIONES-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APRN-NUM
           FILE STATUS IS FSAN.

           SELECT INTENTOS-HIST-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IHO-NUM
           ALTERNATE RECORD KEY IS IHO-TARJETA WITH DUPLICATES
           FILE STATUS IS FSIV.

           SELECT INTENTOS-HIST-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IHN-NUM
           ALTERNATE RECORD KEY IS IHN-TARJETA WITH DUPLICATES
           FILE STATUS IS FSIN.

       DATA DIVISION.
       FILE SECTION.
      * trazado antiguo de clientes.ubd: terminaba en CLI-ESTADO
       FD CLIENTES-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
       01 CLIENTE-V-REG.
           02 CLIO-COD              PIC 9(9).
           02 CLIO-RESTO            PIC X(127).

       FD CLIENTES-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientesnew.ubd".
       01 CLIENTE-N-REG.
           02 CLIN-COD              PIC 9(9).
           02 CLIN-RESTO            PIC X(127).
           02 CLIN-FECHA-NACIMIENTO PIC 9(8).
           02 CLIN-NACIONALIDAD     PIC X(2).
      * profesion, caducidad del documento, calificacion, fechas de
      * revision, estado y cola de diligencia debida, listas,
      * segmento y modo accesible: todo numerico
           02 CLIN-DATOS-KYC        PIC X(47).

      * trazado antiguo de parametros.ubd: terminaba en
      * PAR-PCT-ANTICIPO
       FD PARAMETROS-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-V-REG.
           02 PARO-COD              PIC 9(1).
           02 PARO-RESTO            PIC X(110).

       FD PARAMETROS-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametrosnew.ubd".
       01 PARAMETRO-N-REG.
           02 PARN-COD              PIC 9(1).
           02 PARN-RESTO            PIC X(110).
      * los parametros nuevos arrancan a cero: cada proceso que los
      * lee trata el cero como "sin configurar" y toma su valor por
      * omision
           02 PARN-NUEVOS           PIC X(112).

      * trazado antiguo de supervisores.ubd: terminaba en
      * SUP-PIN-VERSION
       FD SUPERVISORES-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "supervisores.ubd".
       01 SUPERVISOR-V-REG.
           02 SUPO-TARJETA          PIC 9(16).
           02 SUPO-RESTO            PIC X(14).

       FD SUPERVISORES-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "supervisoresnew.ubd".
       01 SUPERVISOR-N-REG.
           02 SUPN-TARJETA          PIC 9(16).
           02 SUPN-RESTO            PIC X(14).
           02 SUPN-PERFIL           PIC 9(1).
           02 SUPN-FALLOS           PIC 9(1).
           02 SUPN-ESTADO           PIC 9(1).

      * trazado antiguo de prestamos.ubd: terminaba en PRE-ESTADO
       FD PRESTAMOS-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
       01 PRESTAMO-V-REG.
           02 PREO-NUM              PIC 9(35).
           02 PREO-TARJETA          PIC 9(16).
           02 PREO-RESTO            PIC X(40).

       FD PRESTAMOS-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamosnew.ubd".
       01 PRESTAMO-N-REG.
           02 PREN-NUM              PIC 9(35).
           02 PREN-TARJETA          PIC 9(16).
           02 PREN-RESTO            PIC X(40).
      * tipo de interes, indice, diferencial y calendario de
      * revision: todo numerico
           02 PREN-NUEVOS           PIC X(25).

      * trazado antiguo de transferencias.ubd: terminaba en
      * T-DIVISA
       FD TRANSFERENCIAS-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transferencias.ubd".
       01 TRANSFERENCIA-V-REG.
           02 TRV-NUM               PIC 9(35).
           02 TRV-MENSUAL           PIC 9(1).
           02 TRV-TARJETA-ORIGEN    PIC 9(16).
           02 TRV-TARJETA-DESTINO   PIC 9(16).
           02 TRV-RESTO             PIC X(48).

       FD TRANSFERENCIAS-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transferenciasnew.ubd".
       01 TRANSFERENCIA-N-REG.
           02 TRN-NUM               PIC 9(35).
           02 TRN-MENSUAL           PIC 9(1).
           02 TRN-TARJETA-ORIGEN    PIC 9(16).
           02 TRN-TARJETA-DESTINO   PIC 9(16).
           02 TRN-RESTO             PIC X(48).
           02 TRN-BENEFICIARIO      PIC X(30).
           02 TRN-PERIODICIDAD      PIC 9(1).
           02 TRN-DIA-EJECUCION     PIC 9(2).
           02 TRN-PROX-EJECUCION    PIC 9(8).
           02 TRN-SOLO-ORDEN        PIC 9(1).

      * trazado antiguo de moras.ubd: terminaba en MOR-ESTADO
       FD MORAS-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "moras.ubd".
       01 MORA-V-REG.
           02 MORO-PRESTAMO         PIC 9(35).
           02 MORO-RESTO            PIC X(26).

       FD MORAS-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "morasnew.ubd".
       01 MORA-N-REG.
           02 MORN-PRESTAMO         PIC 9(35).
           02 MORN-RESTO            PIC X(26).
           02 MORN-ORIGEN           PIC 9(1).
           02 MORN-IMPORTE-ENT      PIC 9(7).
           02 MORN-IMPORTE-DEC      PIC 9(2).

      * trazado antiguo de entradas.ubd: terminaba en
      * ENT-FECHA-USO
       FD ENTRADAS-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas.ubd".
       01 ENTRADA-V-REG.
           02 ENTO-SERIE            PIC 9(35).
           02 ENTO-EVENTO           PIC 9(8).
           02 ENTO-TARJETA          PIC 9(16).
           02 ENTO-RESTO            PIC X(27).

       FD ENTRADAS-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradasnew.ubd".
       01 ENTRADA-N-REG.
           02 ENTN-SERIE            PIC 9(35).
           02 ENTN-EVENTO           PIC 9(8).
           02 ENTN-TARJETA          PIC 9(16).
           02 ENTN-RESTO            PIC X(27).
      * puntos canjeados y su valor, zona y serie de origen: todo
      * numerico
           02 ENTN-NUEVOS           PIC X(53).

      * trazado antiguo de renovaciones.ubd: terminaba en
      * REN-FECHA-EXPEDICION
       FD RENOVACIONES-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "renovaciones.ubd".
       01 RENOVACION-V-REG.
           02 RENO-TARJETA-NUEVA    PIC 9(16).
           02 RENO-TARJETA-ANTIGUA  PIC 9(16).
           02 RENO-RESTO            PIC X(19).

       FD RENOVACIONES-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "renovacionesnew.ubd".
       01 RENOVACION-N-REG.
           02 RENN-TARJETA-NUEVA    PIC 9(16).
           02 RENN-TARJETA-ANTIGUA  PIC 9(16).
           02 RENN-RESTO            PIC X(19).
           02 RENN-MOTIVO           PIC 9(1).

      * trazado antiguo de aprobaciones.ubd: los datos del alta
      * terminaban en el telefono; los campos nuevos van dentro de
      * APR-DATOS, antes de las fechas y el estado
       FD APROBACIONES-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "aprobaciones.ubd".
       01 APROBACION-V-REG.
           02 APRO-NUM              PIC 9(35).
           02 APRO-CABECERA         PIC X(46).
           02 APRO-DATOS            PIC X(136).
           02 APRO-COLA             PIC X(17).

       FD APROBACIONES-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "aprobacionesnew.ubd".
       01 APROBACION-N-REG.
           02 APRN-NUM              PIC 9(35).
           02 APRN-CABECERA         PIC X(46).
           02 APRN-DATOS            PIC X(136).
           02 APRN-NACIMIENTO       PIC 9(8).
           02 APRN-NACIONALIDAD     PIC X(2).
           02 APRN-PROFESION        PIC 9(2).
           02 APRN-CADUCIDAD-DOC    PIC 9(8).
           02 APRN-TUTOR            PIC 9(9).
           02 APRN-COLA             PIC X(17).

      * trazado antiguo de intentoshist.ubd: terminaba en IH-SEG
       FD INTENTOS-HIST-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentoshist.ubd".
       01 INTENTO-HIST-V-REG.
           02 IHO-NUM               PIC 9(35).
           02 IHO-TARJETA           PIC 9(16).
           02 IHO-RESTO             PIC X(14).

       FD INTENTOS-HIST-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentoshistnew.ubd".
       01 INTENTO-HIST-N-REG.
           02 IHN-NUM               PIC 9(35).
           02 IHN-TARJETA           PIC 9(16).
           02 IHN-RESTO             PIC X(14).
           02 IHN-CAJERO            PIC 9(4).

       WORKING-STORAGE SECTION.
       77 FSCV                      PIC   X(2).
       77 FSCN                      PIC   X(2).
       77 FSPV                      PIC   X(2).
       77 FSPN                      PIC   X(2).
       77 FSSV                      PIC   X(2).
       77 FSSN                      PIC   X(2).
       77 FSRV                      PIC   X(2).
       77 FSRN                      PIC   X(2).
       77 FSTV                      PIC   X(2).
       77 FSTN                      PIC   X(2).
       77 FSMV                      PIC   X(2).
       77 FSMN                      PIC   X(2).
       77 FSEV                      PIC   X(2).
       77 FSEN                      PIC   X(2).
       77 FSNV                      PIC   X(2).
       77 FSNN                      PIC   X(2).
       77 FSAV                      PIC   X(2).
       77 FSAN                      PIC   X(2).
       77 FSIV                      PIC   X(2).
       77 FSIN                      PIC   X(2).

       77 NUM-CLIENTES               PIC 9(6) VALUE 0.
       77 NUM-PARAMETROS             PIC 9(4) VALUE 0.
       77 NUM-SUPERVISORES           PIC 9(4) VALUE 0.
       77 NUM-PRESTAMOS              PIC 9(7) VALUE 0.
       77 NUM-TRANSFERENCIAS         PIC 9(7) VALUE 0.
       77 NUM-MORAS                  PIC 9(7) VALUE 0.
       77 NUM-ENTRADAS               PIC 9(7) VALUE 0.
       77 NUM-RENOVACIONES           PIC 9(7) VALUE 0.
       77 NUM-APROBACIONES           PIC 9(7) VALUE 0.
       77 NUM-INTENTOS-HIST          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM REORG-CLIENTES THRU REORG-CLIENTES-EXIT.
           PERFORM REORG-PARAMETROS THRU REORG-PARAMETROS-EXIT.
           PERFORM REORG-SUPERVISORES THRU REORG-SUPERVISORES-EXIT.
           PERFORM REORG-PRESTAMOS THRU REORG-PRESTAMOS-EXIT.
           PERFORM REORG-TRANSFERENCIAS
               THRU REORG-TRANSFERENCIAS-EXIT.
           PERFORM REORG-MORAS THRU REORG-MORAS-EXIT.
           PERFORM REORG-ENTRADAS THRU REORG-ENTRADAS-EXIT.
           PERFORM REORG-RENOVACIONES THRU REORG-RENOVACIONES-EXIT.
           PERFORM REORG-APROBACIONES THRU REORG-APROBACIONES-EXIT.
           PERFORM REORG-INTENTOS-HIST THRU REORG-INTENTOS-HIST-EXIT.
           DISPLAY "Reorganizacion de maestros completada.".
           DISPLAY "Clientes: " NUM-CLIENTES
               " Parametros: " NUM-PARAMETROS
               " Supervisores: " NUM-SUPERVISORES.
           DISPLAY "Prestamos: " NUM-PRESTAMOS
               " Transferencias: " NUM-TRANSFERENCIAS
               " Moras: " NUM-MORAS.
           DISPLAY "Entradas: " NUM-ENTRADAS
               " Renovaciones: " NUM-RENOVACIONES
               " Aprobaciones: " NUM-APROBACIONES.
           DISPLAY "Historico de intentos: " NUM-INTENTOS-HIST.
           DISPLAY "Renombre cada <nombre>new.ubd sobre su "
               "fichero antiguo.".
           STOP RUN.

       REORG-CLIENTES.
           OPEN INPUT CLIENTES-V.
           IF FSCV NOT = 00
               DISPLAY "No se pudo abrir clientes.ubd FS=" FSCV
               GO TO REORG-CLIENTES-EXIT.
           OPEN OUTPUT CLIENTES-N.
           IF FSCN NOT = 00
               DISPLAY "No se pudo crear clientesnew.ubd FS=" FSCN
               CLOSE CLIENTES-V
               GO TO REORG-CLIENTES-EXIT.

       REORG-CLIENTES-LEER.
           READ CLIENTES-V NEXT RECORD
               AT END GO TO REORG-CLIENTES-CERRAR.
           MOVE CLIO-COD TO CLIN-COD.
           MOVE CLIO-RESTO TO CLIN-RESTO.
      * datos de diligencia debida que no constan: BATCH-KYC los
      * pide en la primera revision; sin calificar, al dia, sin
      * coincidencias en listas, sin segmento y cajero normal
           MOVE 0 TO CLIN-FECHA-NACIMIENTO.
           MOVE SPACES TO CLIN-NACIONALIDAD.
           MOVE ALL "0" TO CLIN-DATOS-KYC.
           WRITE CLIENTE-N-REG.
           ADD 1 TO NUM-CLIENTES.
           GO TO REORG-CLIENTES-LEER.

       REORG-CLIENTES-CERRAR.
           CLOSE CLIENTES-V.
           CLOSE CLIENTES-N.
       REORG-CLIENTES-EXIT.
           EXIT.

       REORG-PARAMETROS.
           OPEN INPUT PARAMETROS-V.
           IF FSPV NOT = 00
               DISPLAY "No se pudo abrir parametros.ubd FS=" FSPV
               GO TO REORG-PARAMETROS-EXIT.
           OPEN OUTPUT PARAMETROS-N.
           IF FSPN NOT = 00
               DISPLAY "No se pudo crear parametrosnew.ubd FS=" FSPN
               CLOSE PARAMETROS-V
               GO TO REORG-PARAMETROS-EXIT.

       REORG-PARAMETROS-LEER.
           READ PARAMETROS-V NEXT RECORD
               AT END GO TO REORG-PARAMETROS-CERRAR.
           MOVE PARO-COD TO PARN-COD.
           MOVE PARO-RESTO TO PARN-RESTO.
           MOVE ALL "0" TO PARN-NUEVOS.
           WRITE PARAMETRO-N-REG.
           ADD 1 TO NUM-PARAMETROS.
           GO TO REORG-PARAMETROS-LEER.

       REORG-PARAMETROS-CERRAR.
           CLOSE PARAMETROS-V.
           CLOSE PARAMETROS-N.
       REORG-PARAMETROS-EXIT.
           EXIT.

       REORG-SUPERVISORES.
           OPEN INPUT SUPERVISORES-V.
           IF FSSV NOT = 00
               DISPLAY "No se pudo abrir supervisores.ubd FS=" FSSV
               GO TO REORG-SUPERVISORES-EXIT.
           OPEN OUTPUT SUPERVISORES-N.
           IF FSSN NOT = 00
               DISPLAY "No se pudo crear supervisoresnew.ubd FS="
                   FSSN
               CLOSE SUPERVISORES-V
               GO TO REORG-SUPERVISORES-EXIT.

       REORG-SUPERVISORES-LEER.
           READ SUPERVISORES-V NEXT RECORD
               AT END GO TO REORG-SUPERVISORES-CERRAR.
           MOVE SUPO-TARJETA TO SUPN-TARJETA.
           MOVE SUPO-RESTO TO SUPN-RESTO.
      * perfil historico (todas las opciones, como hasta ahora),
      * sin fallos de PIN y activo
           MOVE 0 TO SUPN-PERFIL.
           MOVE 0 TO SUPN-FALLOS.
           MOVE 0 TO SUPN-ESTADO.
           WRITE SUPERVISOR-N-REG.
           ADD 1 TO NUM-SUPERVISORES.
           GO TO REORG-SUPERVISORES-LEER.

       REORG-SUPERVISORES-CERRAR.
           CLOSE SUPERVISORES-V.
           CLOSE SUPERVISORES-N.
       REORG-SUPERVISORES-EXIT.
           EXIT.

       REORG-PRESTAMOS.
           OPEN INPUT PRESTAMOS-V.
           IF FSRV NOT = 00
               DISPLAY "No se pudo abrir prestamos.ubd FS=" FSRV
               GO TO REORG-PRESTAMOS-EXIT.
           OPEN OUTPUT PRESTAMOS-N.
           IF FSRN NOT = 00
               DISPLAY "No se pudo crear prestamosnew.ubd FS=" FSRN
               CLOSE PRESTAMOS-V
               GO TO REORG-PRESTAMOS-EXIT.

       REORG-PRESTAMOS-LEER.
           READ PRESTAMOS-V NEXT RECORD
               AT END GO TO REORG-PRESTAMOS-CERRAR.
           MOVE PREO-NUM TO PREN-NUM.
           MOVE PREO-TARJETA TO PREN-TARJETA.
           MOVE PREO-RESTO TO PREN-RESTO.
      * los prestamos anteriores son todos a tipo fijo: no tienen
      * indice ni revision
           MOVE ALL "0" TO PREN-NUEVOS.
           WRITE PRESTAMO-N-REG.
           ADD 1 TO NUM-PRESTAMOS.
           GO TO REORG-PRESTAMOS-LEER.

       REORG-PRESTAMOS-CERRAR.
           CLOSE PRESTAMOS-V.
           CLOSE PRESTAMOS-N.
       REORG-PRESTAMOS-EXIT.
           EXIT.

       REORG-TRANSFERENCIAS.
           OPEN INPUT TRANSFERENCIAS-V.
           IF FSTV NOT = 00
               DISPLAY "No se pudo abrir transferencias.ubd FS=" FSTV
               GO TO REORG-TRANSFERENCIAS-EXIT.
           OPEN OUTPUT TRANSFERENCIAS-N.
           IF FSTN NOT = 00
               DISPLAY "No se pudo crear transferenciasnew.ubd FS="
                   FSTN
               CLOSE TRANSFERENCIAS-V
               GO TO REORG-TRANSFERENCIAS-EXIT.

       REORG-TRANSFERENCIAS-LEER.
           READ TRANSFERENCIAS-V NEXT RECORD
               AT END GO TO REORG-TRANSFERENCIAS-CERRAR.
           MOVE TRV-NUM TO TRN-NUM.
           MOVE TRV-MENSUAL TO TRN-MENSUAL.
           MOVE TRV-TARJETA-ORIGEN TO TRN-TARJETA-ORIGEN.
           MOVE TRV-TARJETA-DESTINO TO TRN-TARJETA-DESTINO.
           MOVE TRV-RESTO TO TRN-RESTO.
      * sin beneficiario tecleado; las programadas siguen siendo la
      * mensual clasica de su T-DIA, y ninguna es solo orden
           MOVE SPACES TO TRN-BENEFICIARIO.
           MOVE 0 TO TRN-PERIODICIDAD.
           MOVE 0 TO TRN-DIA-EJECUCION.
           MOVE 0 TO TRN-PROX-EJECUCION.
           MOVE 0 TO TRN-SOLO-ORDEN.
           WRITE TRANSFERENCIA-N-REG.
           ADD 1 TO NUM-TRANSFERENCIAS.
           GO TO REORG-TRANSFERENCIAS-LEER.

       REORG-TRANSFERENCIAS-CERRAR.
           CLOSE TRANSFERENCIAS-V.
           CLOSE TRANSFERENCIAS-N.
       REORG-TRANSFERENCIAS-EXIT.
           EXIT.

       REORG-MORAS.
           OPEN INPUT MORAS-V.
           IF FSMV NOT = 00
               DISPLAY "No se pudo abrir moras.ubd FS=" FSMV
               GO TO REORG-MORAS-EXIT.
           OPEN OUTPUT MORAS-N.
           IF FSMN NOT = 00
               DISPLAY "No se pudo crear morasnew.ubd FS=" FSMN
               CLOSE MORAS-V
               GO TO REORG-MORAS-EXIT.

       REORG-MORAS-LEER.
           READ MORAS-V NEXT RECORD
               AT END GO TO REORG-MORAS-CERRAR.
           MOVE MORO-PRESTAMO TO MORN-PRESTAMO.
           MOVE MORO-RESTO TO MORN-RESTO.
      * los expedientes anteriores son todos de prestamo
           MOVE 0 TO MORN-ORIGEN.
           MOVE 0 TO MORN-IMPORTE-ENT.
           MOVE 0 TO MORN-IMPORTE-DEC.
           WRITE MORA-N-REG.
           ADD 1 TO NUM-MORAS.
           GO TO REORG-MORAS-LEER.

       REORG-MORAS-CERRAR.
           CLOSE MORAS-V.
           CLOSE MORAS-N.
       REORG-MORAS-EXIT.
           EXIT.

       REORG-ENTRADAS.
           OPEN INPUT ENTRADAS-V.
           IF FSEV NOT = 00
               DISPLAY "No se pudo abrir entradas.ubd FS=" FSEV
               GO TO REORG-ENTRADAS-EXIT.
           OPEN OUTPUT ENTRADAS-N.
           IF FSEN NOT = 00
               DISPLAY "No se pudo crear entradasnew.ubd FS=" FSEN
               CLOSE ENTRADAS-V
               GO TO REORG-ENTRADAS-EXIT.

       REORG-ENTRADAS-LEER.
           READ ENTRADAS-V NEXT RECORD
               AT END GO TO REORG-ENTRADAS-CERRAR.
           MOVE ENTO-SERIE TO ENTN-SERIE.
           MOVE ENTO-EVENTO TO ENTN-EVENTO.
           MOVE ENTO-TARJETA TO ENTN-TARJETA.
           MOVE ENTO-RESTO TO ENTN-RESTO.
      * pagadas del todo en cuenta, de evento sin zonas y compradas
      * por su titular
           MOVE ALL "0" TO ENTN-NUEVOS.
           WRITE ENTRADA-N-REG.
           ADD 1 TO NUM-ENTRADAS.
           GO TO REORG-ENTRADAS-LEER.

       REORG-ENTRADAS-CERRAR.
           CLOSE ENTRADAS-V.
           CLOSE ENTRADAS-N.
       REORG-ENTRADAS-EXIT.
           EXIT.

       REORG-RENOVACIONES.
           OPEN INPUT RENOVACIONES-V.
           IF FSNV NOT = 00
               DISPLAY "No se pudo abrir renovaciones.ubd FS=" FSNV
               GO TO REORG-RENOVACIONES-EXIT.
           OPEN OUTPUT RENOVACIONES-N.
           IF FSNN NOT = 00
               DISPLAY "No se pudo crear renovacionesnew.ubd FS="
                   FSNN
               CLOSE RENOVACIONES-V
               GO TO REORG-RENOVACIONES-EXIT.

       REORG-RENOVACIONES-LEER.
           READ RENOVACIONES-V NEXT RECORD
               AT END GO TO REORG-RENOVACIONES-CERRAR.
           MOVE RENO-TARJETA-NUEVA TO RENN-TARJETA-NUEVA.
           MOVE RENO-TARJETA-ANTIGUA TO RENN-TARJETA-ANTIGUA.
           MOVE RENO-RESTO TO RENN-RESTO.
      * las emisiones anteriores son todas renovacion por caducidad
           MOVE 0 TO RENN-MOTIVO.
           WRITE RENOVACION-N-REG.
           ADD 1 TO NUM-RENOVACIONES.
           GO TO REORG-RENOVACIONES-LEER.

       REORG-RENOVACIONES-CERRAR.
           CLOSE RENOVACIONES-V.
           CLOSE RENOVACIONES-N.
       REORG-RENOVACIONES-EXIT.
           EXIT.

       REORG-APROBACIONES.
           OPEN INPUT APROBACIONES-V.
           IF FSAV NOT = 00
               DISPLAY "No se pudo abrir aprobaciones.ubd FS=" FSAV
               GO TO REORG-APROBACIONES-EXIT.
           OPEN OUTPUT APROBACIONES-N.
           IF FSAN NOT = 00
               DISPLAY "No se pudo crear aprobacionesnew.ubd FS="
                   FSAN
               CLOSE APROBACIONES-V
               GO TO REORG-APROBACIONES-EXIT.

       REORG-APROBACIONES-LEER.
           READ APROBACIONES-V NEXT RECORD
               AT END GO TO REORG-APROBACIONES-CERRAR.
           MOVE APRO-NUM TO APRN-NUM.
           MOVE APRO-CABECERA TO APRN-CABECERA.
           MOVE APRO-DATOS TO APRN-DATOS.
           MOVE APRO-COLA TO APRN-COLA.
      * un alta aparcada antes de estos campos no trae diligencia
      * debida y es de un titular mayor de edad
           MOVE 0 TO APRN-NACIMIENTO.
           MOVE SPACES TO APRN-NACIONALIDAD.
           MOVE 0 TO APRN-PROFESION.
           MOVE 0 TO APRN-CADUCIDAD-DOC.
           MOVE 0 TO APRN-TUTOR.
           WRITE APROBACION-N-REG.
           ADD 1 TO NUM-APROBACIONES.
           GO TO REORG-APROBACIONES-LEER.

       REORG-APROBACIONES-CERRAR.
           CLOSE APROBACIONES-V.
           CLOSE APROBACIONES-N.
       REORG-APROBACIONES-EXIT.
           EXIT.

       REORG-INTENTOS-HIST.
           OPEN INPUT INTENTOS-HIST-V.
           IF FSIV NOT = 00
               DISPLAY "No se pudo abrir intentoshist.ubd FS=" FSIV
               GO TO REORG-INTENTOS-HIST-EXIT.
           OPEN OUTPUT INTENTOS-HIST-N.
           IF FSIN NOT = 00
               DISPLAY "No se pudo crear intentoshistnew.ubd FS="
                   FSIN
               CLOSE INTENTOS-HIST-V
               GO TO REORG-INTENTOS-HIST-EXIT.

       REORG-INTENTOS-HIST-LEER.
           READ INTENTOS-HIST-V NEXT RECORD
               AT END GO TO REORG-INTENTOS-HIST-CERRAR.
           MOVE IHO-NUM TO IHN-NUM.
           MOVE IHO-TARJETA TO IHN-TARJETA.
           MOVE IHO-RESTO TO IHN-RESTO.
      * terminal desconocido en los intentos anteriores al campo
           MOVE 0 TO IHN-CAJERO.
           WRITE INTENTO-HIST-N-REG.
           ADD 1 TO NUM-INTENTOS-HIST.
           GO TO REORG-INTENTOS-HIST-LEER.

       REORG-INTENTOS-HIST-CERRAR.
           CLOSE INTENTOS-HIST-V.
           CLOSE INTENTOS-HIST-N.
       REORG-INTENTOS-HIST-EXIT.
           EXIT.
