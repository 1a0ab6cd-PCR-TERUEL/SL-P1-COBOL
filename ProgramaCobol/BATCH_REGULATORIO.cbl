       77 MES-MANANA                 PIC  9(2).
       77 AM-PERIODO                 PIC  9(6).

      * saldos a la vista y retenidos por divisa (01-20)
       01 TABLA-VISTA.
           05 VISTA-DIVISA OCCURS 20 TIMES.
               10 VIS-NUM           PIC 9(7).
               10 VIS-CENT          PIC S9(13).
               10 VIS-RET-NUM       PIC 9(7).
               10 VIS-RET-CENT      PIC S9(13).
       77 INDICE-DIVISA              PIC  9(2).
       77 DIVISA-TARJETA-ACTUAL      PIC  9(2).

       77 NUM-PLAZOS                 PIC  9(7) VALUE 0.
               GO TO AGREGAR-VISTA-LEER.
           MOVE TDIVISA TO DIVISA-TARJETA-ACTUAL.
           IF DIVISA-TARJETA-ACTUAL = 0
                   OR DIVISA-TARJETA-ACTUAL > 20
               MOVE 01 TO DIVISA-TARJETA-ACTUAL.
           MOVE DIVISA-TARJETA-ACTUAL TO INDICE-DIVISA.
           ADD 1 TO VIS-NUM (INDICE-DIVISA).

       ESCRIBIR-DECLARACION-VISTA.
           ADD 1 TO INDICE-DIVISA.
           IF INDICE-DIVISA > 20
               GO TO ESCRIBIR-DECLARACION-RESTO.
           IF VIS-NUM (INDICE-DIVISA) = 0
               GO TO ESCRIBIR-DECLARACION-VISTA.
