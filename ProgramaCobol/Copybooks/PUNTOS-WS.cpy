      * consulta del saldo de puntos de fidelizacion: el llamante
      * rellena tarjeta y fecha del dia y SUMAR-PUNTOS deja el total
      * canjeable (lotes vigentes y sin caducar) y la caducidad mas
      * proxima; CALCULAR-CADUCIDAD-PUNTOS da el ultimo dia de canje
      * de un lote devengado en PUNTOS-ANO/MES-DEVENGO
       77 PUNTOS-TARJETA-BUSCADA    PIC  9(16) VALUE 0.
       77 PUNTOS-FECHA-HOY          PIC  9(8) VALUE 0.
       77 PUNTOS-DISPONIBLES-TOTAL  PIC  9(9) VALUE 0.
       77 PUNTOS-PROXIMA-CADUCIDAD  PIC  9(8) VALUE 0.
       77 PUNTOS-ANO-DEVENGO        PIC  9(4) VALUE 0.
       77 PUNTOS-MES-DEVENGO        PIC  9(2) VALUE 0.
       77 PUNTOS-CADUCIDAD-CALC     PIC  9(8) VALUE 0.
       77 PUNTOS-MESES-CALC         PIC  9(7) VALUE 0.
       77 PUNTOS-ANO-CALC           PIC  9(4) VALUE 0.
       77 PUNTOS-MES-CALC           PIC  9(2) VALUE 0.
       77 PUNTOS-DIAS-CALC          PIC  9(7) VALUE 0.
