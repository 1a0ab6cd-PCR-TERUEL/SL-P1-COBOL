      * otros servicios: presenta el mes en curso y el anterior
      * lado a lado, agrupando los movimientos de la tarjeta en
      * efectivo, recibos y domiciliaciones, transferencias,
      * entradas, recargas, comisiones y compras en comercios, con
      * recuento e importe por categoria. Arranca de la instantanea
      * de cierre mensual (saldoscierre.ubd) como saldo de partida,
      * de modo que solo se recorren los movimientos de los dos
      * meses mostrados y no la historia completa
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       77 ANO-ANTERIOR              PIC  9(4).
       77 MES-ANTERIOR              PIC  9(2).

      * acumuladores: siete categorias por dos meses (1 = mes en
      * curso, 2 = mes anterior)
       01 TABLA-CATEGORIAS.
           05 MES-RESUMEN OCCURS 2 TIMES.
               10 CATEGORIA-RESUMEN OCCURS 7 TIMES.
                   15 CAT-NUM       PIC 9(5).
                   15 CAT-CENT      PIC S9(13).
       77 INDICE-MES                PIC  9(1).
               VALUE "Recargas".
           05 FILLER                PIC X(22)
               VALUE "Comisiones e int.".
           05 FILLER                PIC X(22)
               VALUE "Compras en comercios".
       01 NOMBRES-CATEGORIA-R REDEFINES NOMBRES-CATEGORIA.
           05 NOMBRE-CATEGORIA      PIC X(22) OCCURS 7 TIMES.

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).
               WHEN MOV-TIPO-INTERES-DEUDOR
               WHEN MOV-TIPO-RETENCION-FISCAL
                   MOVE 6 TO INDICE-CAT
               WHEN MOV-TIPO-COMPRA-COMERCIO
                   MOVE 7 TO INDICE-CAT
               WHEN OTHER
                   MOVE 0 TO INDICE-CAT
           END-EVALUATE.

       MOSTRAR-RESUMEN-LOOP.
           ADD 1 TO INDICE-CAT.
           IF INDICE-CAT > 7
               GO TO MOSTRAR-RESUMEN-FIN.
           COMPUTE LINEA-CAT = 10 + INDICE-CAT.
           DISPLAY (LINEA-CAT, 03) NOMBRE-CATEGORIA (INDICE-CAT).
