       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-MAYORIA.
      * paso a adulto de las cuentas de menor: recorre las tutelas
      * vigentes de tutelas.ubd y, con la fecha de nacimiento del
      * menor en CLIENTES,
      *   - si cumple 18 dentro del proximo mes y aun no se le aviso,
      *     avisa por la cola al menor y al tutor (todas sus tarjetas
      *     activas) y deja la fecha del aviso en la tutela
      *   - desde el dia en que los cumple, pasa sus tarjetas de
      *     cuenta de menor (07) a la cuenta estandar (01) con el
      *     limite diario de esa ficha del catalogo, las saca de la
      *     cuenta del tutor si figuraban alli como autorizadas (la
      *     tarjeta queda con contrato propio), da la tutela por
      *     finalizada y avisa a los dos
      * Cada aviso y cada paso a adulto queda en mayoria.rpt. Se
      * lanza a diario para que el paso caiga el mismo dia del
      * cumpleanos; relanzarlo no repite avisos ni pasos
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TUTELAS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "PRODUCTOS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           SELECT MAYORIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSMY.

           COPY "ERRORES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TUTELAS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
           COPY "PRODUCTOS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

      * constancia de avisos y pasos a adulto
       FD MAYORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mayoria.rpt".
       01 MAYORIA-REG.
           02 MYR-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 MYR-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 MYR-DIA                  PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MYR-ACCION               PIC X(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MYR-MENOR                PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MYR-TUTOR                PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MYR-FECHA-18             PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MYR-TARJETA              PIC X(16).

           COPY "ERRORES-FD.cpy".
           COPY "JOURNAL-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSTL                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSCT                      PIC   X(2).
       77 FSPD                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSMY                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSJR                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "CLIENTE-WS.cpy".
           COPY "PRODUCTO-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-LIMITE-YMD           PIC  9(8).
       77 DIAS-LIMITE                PIC S9(9).
       77 FECHA-18-YMD               PIC  9(8).
       01 FECHA-18-TEXTO.
           02 F18-DIA                PIC X(2).
           02 FILLER                 PIC X(1) VALUE "-".
           02 F18-MES                PIC X(2).
           02 FILLER                 PIC X(1) VALUE "-".
           02 F18-ANO                PIC X(4).
       77 LIMITE-ADULTO-ENT          PIC  9(7).
       77 LIMITE-ADULTO-DEC          PIC  9(2).
       77 CLIENTE-AVISO              PIC  9(9).
       77 CONCEPTO-AVISO             PIC  X(35).
       77 TARJETAS-PASADAS           PIC  9(3).
       77 NUM-AVISADOS               PIC  9(6) VALUE 0.
       77 NUM-PASADOS                PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIAS-LIMITE =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD) + 31.
           COMPUTE FECHA-LIMITE-YMD =
               FUNCTION DATE-OF-INTEGER(DIAS-LIMITE).

      * limite diario de la cuenta estandar, o el de siempre si el
      * catalogo no tiene ficha del producto 01
           MOVE 1 TO PRODUCTO-BUSCADO.
           PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT.
           IF HAY-PRODUCTO = 1
               MOVE PRODUCTO-LIMITE-ENT TO LIMITE-ADULTO-ENT
               MOVE PRODUCTO-LIMITE-DEC TO LIMITE-ADULTO-DEC
           ELSE
               MOVE 300 TO LIMITE-ADULTO-ENT
               MOVE 0 TO LIMITE-ADULTO-DEC.

           PERFORM REVISAR-TUTELAS THRU REVISAR-TUTELAS-EXIT.
           DISPLAY "Paso a adulto de cuentas de menor completado. "
               "Avisados: " NUM-AVISADOS " Pasados: " NUM-PASADOS.
           STOP RUN.

       REVISAR-TUTELAS.
           OPEN I-O TUTELAS.
           IF FSTL = 35
               GO TO REVISAR-TUTELAS-EXIT.
           IF FSTL NOT = 00
               GO TO PSYS-ERR.

       REVISAR-TUTELAS-LEER.
           READ TUTELAS NEXT RECORD
               AT END GO TO REVISAR-TUTELAS-CERRAR.
           IF NOT TUTELA-VIGENTE
               GO TO REVISAR-TUTELAS-LEER.
           MOVE TUT-MENOR TO CLIENTE-CALCULO.
           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT.
      * sin fecha de nacimiento en la ficha no hay nada que calcular;
      * un 29 de febrero cumple el 1 de marzo en los anos no
      * bisiestos, que es lo que da la comparacion numerica
           IF CLI-FECHA-NACIMIENTO NOT NUMERIC
                   OR CLI-FECHA-NACIMIENTO = 0
               GO TO REVISAR-TUTELAS-LEER.
           COMPUTE FECHA-18-YMD = CLI-FECHA-NACIMIENTO + 180000.

           IF FECHA-HOY-YMD NOT < FECHA-18-YMD
               PERFORM PASAR-A-ADULTO THRU PASAR-A-ADULTO-EXIT
               GO TO REVISAR-TUTELAS-LEER.
           IF FECHA-18-YMD NOT > FECHA-LIMITE-YMD
                   AND TUT-FECHA-AVISO = 0
               PERFORM AVISAR-MAYORIA THRU AVISAR-MAYORIA-EXIT.
           GO TO REVISAR-TUTELAS-LEER.

       REVISAR-TUTELAS-CERRAR.
           CLOSE TUTELAS.
       REVISAR-TUTELAS-EXIT.
           EXIT.

      * aviso previo al menor y al tutor; la fecha del aviso en la
      * tutela evita repetirlo en las siguientes ejecuciones
       AVISAR-MAYORIA.
           MOVE FECHA-18-YMD (7:2) TO F18-DIA.
           MOVE FECHA-18-YMD (5:2) TO F18-MES.
           MOVE FECHA-18-YMD (1:4) TO F18-ANO.
           MOVE SPACES TO CONCEPTO-AVISO.
           STRING "CUENTA DE ADULTO DESDE " FECHA-18-TEXTO
               DELIMITED BY SIZE INTO CONCEPTO-AVISO.
           MOVE TUT-MENOR TO CLIENTE-AVISO.
           PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-EXIT.
           MOVE SPACES TO CONCEPTO-AVISO.
           STRING "TUTELADO ADULTO DESDE " FECHA-18-TEXTO
               DELIMITED BY SIZE INTO CONCEPTO-AVISO.
           MOVE TUT-TUTOR TO CLIENTE-AVISO.
           PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-EXIT.

           MOVE FECHA-HOY-YMD TO TUT-FECHA-AVISO.
           REWRITE TUTELA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "TU" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TUT-MENOR TO JOURNAL-CLAVE.
           MOVE TUTELA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE "AVISO" TO MYR-ACCION.
           MOVE SPACES TO MYR-TARJETA.
           PERFORM ESCRIBIR-MAYORIA THRU ESCRIBIR-MAYORIA-EXIT.
           ADD 1 TO NUM-AVISADOS.
       AVISAR-MAYORIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * paso a adulto: las tarjetas 07 del menor pasan a la 01 con
      * su limite, dejan de ser autorizadas de la cuenta del tutor
      * y la tutela se cierra con la fecha del dia
      *----------------------------------------------------------*
       PASAR-A-ADULTO.
           MOVE 0 TO TARJETAS-PASADAS.
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       PASAR-A-ADULTO-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO PASAR-A-ADULTO-CERRAR.
           IF TTITULAR NOT = TUT-MENOR
               GO TO PASAR-A-ADULTO-LEER.
           IF NOT PRODUCTO-MENOR
               GO TO PASAR-A-ADULTO-LEER.
           MOVE 01 TO TPRODUCTO.
           MOVE LIMITE-ADULTO-ENT TO TLIMITE-ENT.
           MOVE LIMITE-ADULTO-DEC TO TLIMITE-DEC.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           PERFORM SEPARAR-CUENTA-TUTOR THRU SEPARAR-CUENTA-TUTOR-EXIT.

           MOVE TNUM TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO MYR-TARJETA.
           MOVE "ADULTO" TO MYR-ACCION.
           PERFORM ESCRIBIR-MAYORIA THRU ESCRIBIR-MAYORIA-EXIT.
           ADD 1 TO TARJETAS-PASADAS.
           GO TO PASAR-A-ADULTO-LEER.

       PASAR-A-ADULTO-CERRAR.
           CLOSE TARJETAS.

           MOVE 1 TO TUT-ESTADO.
           MOVE FECHA-HOY-YMD TO TUT-FECHA-FIN.
           REWRITE TUTELA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "TU" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TUT-MENOR TO JOURNAL-CLAVE.
           MOVE TUTELA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

      * sin tarjetas de menor (dadas de baja o ya cambiadas a mano)
      * la tutela se cierra igual, pero no hay paso que avisar
           IF TARJETAS-PASADAS = 0
               GO TO PASAR-A-ADULTO-EXIT.
           MOVE "SU CUENTA HA PASADO A ADULTO" TO CONCEPTO-AVISO.
           MOVE TUT-MENOR TO CLIENTE-AVISO.
           PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-EXIT.
           MOVE "SU TUTELADO HA PASADO A ADULTO" TO CONCEPTO-AVISO.
           MOVE TUT-TUTOR TO CLIENTE-AVISO.
           PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-EXIT.
           ADD 1 TO NUM-PASADOS.
       PASAR-A-ADULTO-EXIT.
           EXIT.

      * la tarjeta que colgaba como autorizada de la cuenta del tutor
      * sale de ella; como titular de su propia cuenta se queda
       SEPARAR-CUENTA-TUTOR.
           OPEN I-O CUENTA-TARJETA.
           IF FSCT = 35
               MOVE "00" TO FSCT
               GO TO SEPARAR-CUENTA-TUTOR-EXIT.
           IF FSCT NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM TO CTA-TARJETA.
           READ CUENTA-TARJETA INVALID KEY
               GO TO SEPARAR-CUENTA-TUTOR-CERRAR.
           IF NOT CTA-AUTORIZADO
               GO TO SEPARAR-CUENTA-TUTOR-CERRAR.
           DELETE CUENTA-TARJETA INVALID KEY GO TO PSYS-ERR.
           MOVE "CT" TO JOURNAL-FICHERO.
           MOVE "B" TO JOURNAL-OPERACION.
           MOVE CTA-TARJETA TO JOURNAL-CLAVE.
           MOVE CUENTA-TARJETA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

       SEPARAR-CUENTA-TUTOR-CERRAR.
           CLOSE CUENTA-TARJETA.
       SEPARAR-CUENTA-TUTOR-EXIT.
           EXIT.

      * aviso CONCEPTO-AVISO a cada tarjeta activa de CLIENTE-AVISO
       AVISAR-CLIENTE.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       AVISAR-CLIENTE-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO AVISAR-CLIENTE-CERRAR.
           IF TTITULAR NOT = CLIENTE-AVISO
               GO TO AVISAR-CLIENTE-LEER.
           IF NOT TARJETA-ACTIVA
               GO TO AVISAR-CLIENTE-LEER.
           MOVE TNUM TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE CONCEPTO-AVISO TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
           GO TO AVISAR-CLIENTE-LEER.

       AVISAR-CLIENTE-CERRAR.
           CLOSE TARJETAS.
       AVISAR-CLIENTE-EXIT.
           EXIT.

       ESCRIBIR-MAYORIA.
           OPEN EXTEND MAYORIA.
           IF FSMY = 35
               OPEN OUTPUT MAYORIA
           END-IF.
           IF FSMY NOT = 00
               GO TO ESCRIBIR-MAYORIA-EXIT.
           MOVE ANO TO MYR-ANO.
           MOVE MES TO MYR-MES.
           MOVE DIA TO MYR-DIA.
           MOVE TUT-MENOR TO MYR-MENOR.
           MOVE TUT-TUTOR TO MYR-TUTOR.
           MOVE FECHA-18-YMD TO MYR-FECHA-18.
           WRITE MAYORIA-REG.
           CLOSE MAYORIA.
       ESCRIBIR-MAYORIA-EXIT.
           EXIT.

           COPY "LEER-CLIENTE.cpy".
           COPY "LEER-PRODUCTO.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE TUTELAS.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           CLOSE CUENTA-TARJETA.

           MOVE "BATCH-MY" TO ERROR-PROGRAMA.
           IF FSTL NOT = 00
               MOVE FSTL TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   MOVE FSCT TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el paso a adulto de "
               "cuentas de menor. FSTL=" FSTL " FST=" FST
               " FSCT=" FSCT.
           STOP RUN.
