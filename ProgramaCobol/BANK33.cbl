      * reestructuracion del cuadro pendiente en un nuevo numero de
      * cuotas, o pase a fallido para que el prestamo deje de
      * cobrarse y de crecer en el informe de riesgo; cada accion
      * queda en el diario de supervisores. Los expedientes de
      * recibos impagados de tarjeta de credito salen con su
      * importe pendiente y admiten promesa o fallido (que cancela
      * la linea), no reestructuracion
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY "MORAS-SEL.cpy".
           COPY "PRESTAMOS-SEL.cpy".
           COPY "CUOTAS-SEL.cpy".
           COPY "CREDITOS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "MORAS-FD.cpy".
           COPY "PRESTAMOS-FD.cpy".
           COPY "CUOTAS-FD.cpy".
           COPY "CREDITOS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
       77 FSMO                      PIC   X(2).
       77 FSPR                      PIC   X(2).
       77 FSCQ                      PIC   X(2).
       77 FSCW                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSN                       PIC   X(2).

       01 TABLA-MORAS.
           05 MORA-EN-PANTALLA      PIC 9(35) OCCURS 12 TIMES.
       01 TABLA-ORIGENES.
           05 ORIGEN-EN-PANTALLA    PIC 9(1) OCCURS 12 TIMES.
       77 NUM-MOR-PANT              PIC  9(2) VALUE 0.
       77 LINEA-MOR-ACTUAL          PIC  9(2) VALUE 0.
       77 SELECCION-USUARIO         PIC  9(2).
       77 MESES-NUEVOS-USUARIO      PIC  9(3).

       77 PRESTAMO-TRABAJO          PIC  9(35).
       77 ORIGEN-TRABAJO            PIC  9(1).
      * cuadro sin pagar del contrato en reestructuracion
       77 CENT-SIN-PAGAR            PIC S9(11).
       77 CENT-CUOTA-NUEVA          PIC S9(11).
               GO TO SIN-MORAS.
           IF FSMO NOT = 00
               GO TO PSYS-ERR.
           DISPLAY (6, 20) "Cola de morosidad de prestamos y credito".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 10) "Tarjeta".
           DISPLAY (8, 30) "Impagos".
           DISPLAY (8, 40) "Promesa".
           DISPLAY (8, 52) "Nivel aviso".
           DISPLAY (8, 66) "Origen".

       PLISTAR-MORAS-LEER.
           READ MORAS NEXT RECORD
               AT END GO TO PLISTAR-MORAS-FIN.
           IF NOT MORA-EN-SEGUIMIENTO AND NOT MORA-CON-PROMESA
               GO TO PLISTAR-MORAS-LEER.
           ADD 1 TO NUM-MOR-PANT.
           MOVE MOR-PRESTAMO TO MORA-EN-PANTALLA (NUM-MOR-PANT).
           MOVE MOR-ORIGEN TO ORIGEN-EN-PANTALLA (NUM-MOR-PANT).
           COMPUTE LINEA-MOR-ACTUAL = 8 + NUM-MOR-PANT.
           DISPLAY (LINEA-MOR-ACTUAL, 03) NUM-MOR-PANT.
           DISPLAY (LINEA-MOR-ACTUAL, 10) MOR-TARJETA.
      * en los recibos de credito la columna lleva el importe
      * pendiente en vez de las cuotas impagadas
           IF MORA-DE-CREDITO
               DISPLAY (LINEA-MOR-ACTUAL, 30) MOR-IMPORTE-ENT
               DISPLAY (LINEA-MOR-ACTUAL, 66) "Credito"
           ELSE
               PERFORM LEER-PRESTAMO-MORA
                   THRU LEER-PRESTAMO-MORA-EXIT
               DISPLAY (LINEA-MOR-ACTUAL, 30) PRE-IMPAGOS
               DISPLAY (LINEA-MOR-ACTUAL, 66) "Prestamo".
           DISPLAY (LINEA-MOR-ACTUAL, 40) MOR-FECHA-PROMESA.
           DISPLAY (LINEA-MOR-ACTUAL, 52) MOR-NIVEL-AVISO.
           IF NUM-MOR-PANT = 12
               GO TO PTRABAJAR-MORA.
           MOVE MORA-EN-PANTALLA (SELECCION-USUARIO)
               TO PRESTAMO-TRABAJO.
           MOVE ORIGEN-EN-PANTALLA (SELECCION-USUARIO)
               TO ORIGEN-TRABAJO.

           INITIALIZE ACCION-USUARIO.
           DISPLAY (21, 15) "1 - Promesa  2 - Reestructurar"
                   GO TO PTRABAJAR-MORA.
           IF ACCION-USUARIO = 1
               GO TO PPROMESA.
           IF ACCION-USUARIO = 2 AND ORIGEN-TRABAJO = 0
               GO TO PREESTRUCTURAR.
           IF ACCION-USUARIO = 3
               GO TO PFALLIDO.
      * sin pagar quedan anuladas
      *----------------------------------------------------------*
       PFALLIDO.
           IF ORIGEN-TRABAJO = 1
               PERFORM CANCELAR-CREDITO THRU CANCELAR-CREDITO-EXIT
               GO TO PFALLIDO-MORA.
           PERFORM ANULAR-SIN-PAGAR THRU ANULAR-SIN-PAGAR-EXIT.

           OPEN I-O PRESTAMOS.
           MOVE PRESTAMO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

       PFALLIDO-MORA.
           OPEN I-O MORAS.
           IF FSMO NOT = 00
               GO TO PSYS-ERR.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ORIGEN-TRABAJO = 1
               DISPLAY (11, 15) "La linea de credito queda fallida"
           ELSE
               DISPLAY (11, 15) "El prestamo queda declarado fallido".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       LEER-PRESTAMO-MORA-EXIT.
           EXIT.

      * el fallido de un recibo de credito deja la linea sin
      * disponible y fuera del ciclo mensual
       CANCELAR-CREDITO.
           OPEN I-O CREDITOS.
           IF FSCW NOT = 00
               GO TO PSYS-ERR.
           MOVE PRESTAMO-TRABAJO TO CRE-TARJETA.
           READ CREDITOS INVALID KEY
               CLOSE CREDITOS
               GO TO CANCELAR-CREDITO-EXIT.
           MOVE 2 TO CRE-ESTADO.
           REWRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CREDITOS.

           MOVE "CR" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CRE-TARJETA TO JOURNAL-CLAVE.
           MOVE CREDITO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       CANCELAR-CREDITO-EXIT.
           EXIT.

      * anula las cuotas sin pagar (pendientes e impagadas) del
      * contrato trabajado, sumando su importe y contandolas
       ANULAR-SIN-PAGAR.
           CLOSE MORAS.
           CLOSE PRESTAMOS.
           CLOSE CUOTAS.
           CLOSE CREDITOS.

           MOVE "BANK33" TO ERROR-PROGRAMA.
           IF FSMO NOT = 00
               IF FSPR NOT = 00
                   MOVE FSPR TO ERROR-FS
               ELSE
                   IF FSCQ NOT = 00
                       MOVE FSCQ TO ERROR-FS
                   ELSE
                       MOVE FSCW TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
