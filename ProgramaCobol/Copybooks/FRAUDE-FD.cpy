           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fraude.rpt".
       01 FRAUDE-REG.
           02 FRA-TARJETA                PIC X(16).
           02 FILLER                     PIC X(02) VALUE SPACES.
      * PIN = intentos de PIN erroneos repetidos, IMPORTE = importe
      * de transferencia atipico
           02 FRA-IMPORTE-ENT            PIC 9(07).
           02 FILLER                     PIC X(01) VALUE ".".
           02 FRA-IMPORTE-DEC            PIC 9(02).
           02 FILLER                     PIC X(02) VALUE SPACES.
      * VIAJE si la tarjeta tenia aviso de viaje vigente y aun asi
      * supero los umbrales relajados
           02 FRA-VIAJE                  PIC X(05).
           02 FILLER                     PIC X(13) VALUE SPACES.
