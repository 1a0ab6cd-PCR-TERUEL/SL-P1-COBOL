      * reparto de plazas liberadas entre la lista de espera: el
      * llamante rellena evento, plazas libres, precio y la tarjeta
      * que interesa (0 si ninguna) y ASIGNAR-RESERVAS-ESPERA caduca
      * las reservas vencidas, aparta plazas para los primeros que
      * esperan (con aviso al titular) y deja cuantas plazas quedan
      * reservadas y si la tarjeta tiene reserva o ya esta en lista
       77 ESPERA-EVENTO             PIC  9(8) VALUE 0.
       77 ESPERA-PLAZAS             PIC  9(5) VALUE 0.
       77 ESPERA-PRECIO-ENT         PIC  9(5) VALUE 0.
       77 ESPERA-PRECIO-DEC         PIC  9(2) VALUE 0.
       77 ESPERA-TARJETA            PIC  9(16) VALUE 0.
       77 ESPERA-RESERVAS-ACTIVAS   PIC  9(5) VALUE 0.
       77 ESPERA-TIENE-RESERVA      PIC  9(1) VALUE 0.
       77 ESPERA-TURNO-RESERVA      PIC  9(6) VALUE 0.
       77 ESPERA-EN-LISTA           PIC  9(1) VALUE 0.
       77 ESPERA-ULTIMO-TURNO       PIC  9(6) VALUE 0.
       77 ESPERA-NUM-AVISADOS       PIC  9(5) VALUE 0.
       77 ESPERA-NUM-CADUCADAS      PIC  9(5) VALUE 0.
       77 ESPERA-AHORA              PIC  9(12) VALUE 0.
       77 ESPERA-HASTA-CALC         PIC  9(12) VALUE 0.
       77 ESPERA-DIAS-CALC          PIC  9(7) VALUE 0.
       77 ESPERA-HORAS-CALC         PIC  9(5) VALUE 0.
       77 ESPERA-FECHA-CALC         PIC  9(8) VALUE 0.
       77 ESPERA-HORA-CALC          PIC  9(2) VALUE 0.
       01 ESPERA-HASTA-TEXTO.
           05 ESPERA-HASTA-DIA      PIC  9(2).
           05 FILLER                PIC  X(1) VALUE "/".
           05 ESPERA-HASTA-MES      PIC  9(2).
           05 FILLER                PIC  X(1) VALUE " ".
           05 ESPERA-HASTA-HOR      PIC  9(2).
           05 FILLER                PIC  X(1) VALUE ":".
           05 ESPERA-HASTA-MIN      PIC  9(2).
