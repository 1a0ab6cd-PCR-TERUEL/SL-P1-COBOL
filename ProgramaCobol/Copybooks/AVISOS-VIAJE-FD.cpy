       FD AVISOSVIAJE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisosviaje.ubd".
      * aviso de viaje de la tarjeta: entre las dos fechas (ambas
      * incluidas) las reglas de velocidad y de importe atipico se
      * relajan por PAR-FACTOR-VIAJE. Pasada la fecha final el aviso
      * deja de aplicarse solo; un aviso nuevo sustituye al anterior
       01 AVISO-VIAJE-REG.
           02 AVJ-TARJETA                  PIC   9(16).
           02 AVJ-FECHA-DESDE              PIC   9(8).
           02 AVJ-FECHA-HASTA              PIC   9(8).
      * divisa del destino, codigo del maestro de divisas
      * (divisas.ubd), el mismo de MOV-DIVISA
           02 AVJ-DIVISA                   PIC   9(2).
           02 AVJ-ORIGEN                   PIC   X(1).
               88 AVJ-DESDE-CAJERO         VALUE "C".
               88 AVJ-DESDE-SUPERVISOR     VALUE "S".
           02 AVJ-FECHA-ALTA               PIC   9(8).
