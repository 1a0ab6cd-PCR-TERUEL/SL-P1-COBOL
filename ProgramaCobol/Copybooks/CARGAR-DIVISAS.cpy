      * carga el maestro divisas.ubd en TABLA-MAESTRO-DIVISAS; sin
      * maestro (instalacion anterior a el) quedan las tres divisas
      * de siempre, EUR, USD y GBP, con los billetes de siempre
       CARGAR-DIVISAS.
           INITIALIZE TABLA-MAESTRO-DIVISAS.
           OPEN INPUT DIVISAS.
           IF FSDM = 35
               PERFORM DIVISAS-POR-DEFECTO
                   THRU DIVISAS-POR-DEFECTO-EXIT
               GO TO CARGAR-DIVISAS-EXIT.
           IF FSDM NOT = 00
               GO TO PSYS-ERR.

       CARGAR-DIVISAS-LEER.
           READ DIVISAS NEXT RECORD
               AT END GO TO CARGAR-DIVISAS-CERRAR.
           IF DIV-COD = 0 OR DIV-COD > 20
               GO TO CARGAR-DIVISAS-LEER.
           MOVE DIV-COD TO INDICE-MDV.
           MOVE DIV-COD TO MDV-COD (INDICE-MDV).
           MOVE DIV-ISO TO MDV-ISO (INDICE-MDV).
           MOVE DIV-NOMBRE TO MDV-NOMBRE (INDICE-MDV).
           MOVE DIV-DECIMALES TO MDV-DECIMALES (INDICE-MDV).
           MOVE DIV-ACTIVA TO MDV-ACTIVA (INDICE-MDV).
           MOVE DIV-DENOM (1) TO MDV-DENOM (INDICE-MDV, 1).
           MOVE DIV-DENOM (2) TO MDV-DENOM (INDICE-MDV, 2).
           MOVE DIV-DENOM (3) TO MDV-DENOM (INDICE-MDV, 3).
           GO TO CARGAR-DIVISAS-LEER.

       CARGAR-DIVISAS-CERRAR.
           CLOSE DIVISAS.
      * el EUR es la divisa base: existe siempre, este o no en el
      * maestro
           IF MDV-COD (1) = 0
               MOVE 01 TO MDV-COD (1)
               MOVE "EUR" TO MDV-ISO (1)
               MOVE "Euro" TO MDV-NOMBRE (1)
               MOVE 2 TO MDV-DECIMALES (1)
               MOVE 1 TO MDV-ACTIVA (1).
       CARGAR-DIVISAS-EXIT.
           EXIT.

       DIVISAS-POR-DEFECTO.
           MOVE 01 TO MDV-COD (1).
           MOVE "EUR" TO MDV-ISO (1).
           MOVE "Euro" TO MDV-NOMBRE (1).
           MOVE 2 TO MDV-DECIMALES (1).
           MOVE 1 TO MDV-ACTIVA (1).
           MOVE 02 TO MDV-COD (2).
           MOVE "USD" TO MDV-ISO (2).
           MOVE "Dolar USA" TO MDV-NOMBRE (2).
           MOVE 2 TO MDV-DECIMALES (2).
           MOVE 1 TO MDV-ACTIVA (2).
           MOVE 100 TO MDV-DENOM (2, 1).
           MOVE 50 TO MDV-DENOM (2, 2).
           MOVE 20 TO MDV-DENOM (2, 3).
           MOVE 03 TO MDV-COD (3).
           MOVE "GBP" TO MDV-ISO (3).
           MOVE "Libra esterlina" TO MDV-NOMBRE (3).
           MOVE 2 TO MDV-DECIMALES (3).
           MOVE 1 TO MDV-ACTIVA (3).
           MOVE 50 TO MDV-DENOM (3, 1).
           MOVE 20 TO MDV-DENOM (3, 2).
           MOVE 10 TO MDV-DENOM (3, 3).
       DIVISAS-POR-DEFECTO-EXIT.
           EXIT.

      * ISO de la divisa DIVISA-CONSULTA y si admite operaciones
      * nuevas (definida y activa); el codigo 0 de los registros
      * antiguos es el EUR
       VER-DIVISA.
           MOVE "???" TO ISO-CONSULTA.
           MOVE 0 TO DIVISA-OPERABLE.
           IF DIVISA-CONSULTA = 0
               MOVE 01 TO DIVISA-CONSULTA.
           IF DIVISA-CONSULTA > 20
               GO TO VER-DIVISA-EXIT.
           IF MDV-COD (DIVISA-CONSULTA) = 0
               GO TO VER-DIVISA-EXIT.
           MOVE MDV-ISO (DIVISA-CONSULTA) TO ISO-CONSULTA.
           IF MDV-ACTIVA (DIVISA-CONSULTA) = 1
               MOVE 1 TO DIVISA-OPERABLE.
       VER-DIVISA-EXIT.
           EXIT.

      * codigo e ISO de las divisas activas, ocho por cada 64
      * posiciones de LISTA-DIVISAS
       LISTAR-DIVISAS.
           MOVE SPACES TO LISTA-DIVISAS.
           MOVE 1 TO PUNTERO-LISTA.
           MOVE 0 TO INDICE-MDV.

       LISTAR-DIVISAS-LOOP.
           ADD 1 TO INDICE-MDV.
           IF INDICE-MDV > 20
               GO TO LISTAR-DIVISAS-EXIT.
           IF MDV-COD (INDICE-MDV) = 0 OR MDV-ACTIVA (INDICE-MDV) = 0
               GO TO LISTAR-DIVISAS-LOOP.
           STRING MDV-COD (INDICE-MDV) " " MDV-ISO (INDICE-MDV) "  "
               DELIMITED BY SIZE INTO LISTA-DIVISAS
               WITH POINTER PUNTERO-LISTA.
           GO TO LISTAR-DIVISAS-LOOP.
       LISTAR-DIVISAS-EXIT.
           EXIT.
