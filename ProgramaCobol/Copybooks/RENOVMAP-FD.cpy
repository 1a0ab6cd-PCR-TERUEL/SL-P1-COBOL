      * mapa antigua-nueva para redirigir referencias externas y
      * atender consultas sobre la tarjeta sustituida
       FD RENOVMAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "renovmap.rpt".
       01 RENOVMAP-REG.
           02 RNM-TARJETA-ANTIGUA      PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RNM-TARJETA-NUEVA        PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RNM-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 RNM-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 RNM-DIA                  PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * RENOVACION o REPOSICION
           02 RNM-MOTIVO               PIC X(10).
