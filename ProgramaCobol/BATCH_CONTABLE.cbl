           COPY "ERROR-WS.cpy".

       01 TOTALES-TIPO.
           05 TOTAL-TIPO-CENT PIC S9(13) OCCURS 35 TIMES.
       77 INDICE-TIPO                PIC  9(2).
       77 SIN-MAPA                   PIC  9(1) VALUE 0.
       77 SUMA-DEBE-CENT             PIC S9(15) VALUE 0.
       77 NUM-MOVIMIENTOS            PIC  9(6) VALUE 0.

       01 TABLA-CUENTAS.
           05 CUENTAS-TIPO OCCURS 35 TIMES.
               10 MAPA-DEBE          PIC X(8).
               10 MAPA-HABER         PIC X(8).

           IF MOV-ANO NOT = ANO OR MOV-MES NOT = MES
                   OR MOV-DIA NOT = DIA
               GO TO AGREGAR-MOVIMIENTOS-LEER.
           IF MOV-TIPO = 0 OR MOV-TIPO > 35
               GO TO AGREGAR-MOVIMIENTOS-LEER.
           COMPUTE TOTAL-TIPO-CENT (MOV-TIPO) =
               TOTAL-TIPO-CENT (MOV-TIPO) + (MOV-IMPORTE * 100).

       CARGAR-MAPA-LOOP.
           ADD 1 TO INDICE-TIPO.
           IF INDICE-TIPO > 35
               GO TO CARGAR-MAPA-EXIT.
           MOVE SPACES TO MAPA-DEBE (INDICE-TIPO).
           MOVE SPACES TO MAPA-HABER (INDICE-TIPO).

       ESCRIBIR-INTERFAZ-LOOP.
           ADD 1 TO INDICE-TIPO.
           IF INDICE-TIPO > 35
               GO TO ESCRIBIR-INTERFAZ-CONTROL.
           IF TOTAL-TIPO-CENT (INDICE-TIPO) = 0
               GO TO ESCRIBIR-INTERFAZ-LOOP.
