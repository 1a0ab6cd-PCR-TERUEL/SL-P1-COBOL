       FD DIVISAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisas.ubd".
       01 DIVISA-REG.
      * maestro de divisas, mantenido desde el modo supervisor
      * (BANK75): el codigo es el de TDIVISA, MOV-DIVISA, T-DIVISA,
      * AVJ-DIVISA y CAM-DIVISA, del 01 al 20; el 01 es el EUR,
      * divisa base con tasa fija 1
           02 DIV-COD                  PIC 9(2).
      * codigo ISO 4217 (EUR, USD, GBP, CHF, JPY...)
           02 DIV-ISO                  PIC X(3).
           02 DIV-NOMBRE               PIC X(24).
      * decimales de la divisa: 2 en EUR, USD o GBP, 0 en JPY
           02 DIV-DECIMALES            PIC 9(1).
      * una divisa inactiva ya no admite tarjetas, avisos de viaje,
      * retiradas ni reposiciones nuevas; lo ya anotado se conserva
           02 DIV-ACTIVA               PIC 9(1).
               88 DIVISA-ACTIVA            VALUE 1.
      * billetes que admite el billetero de divisa de los terminales,
      * de mayor a menor; a cero, la divisa no se dispensa
           02 DIV-DENOM                PIC 9(5) OCCURS 3 TIMES.
