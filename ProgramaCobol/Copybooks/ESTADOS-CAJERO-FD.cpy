       FD ESTADOS-CAJERO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "estadoscajero.rpt".
       01 ESTADO-CAJERO-REG.
      * historico de cambios de estado de los terminales, para medir
      * el tiempo fuera de servicio: una linea por cada cambio
           02 ECJ-CAJERO               PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ECJ-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 ECJ-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 ECJ-DIA                  PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ECJ-HOR                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ":".
           02 ECJ-MIN                  PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * estado en que queda el terminal (CAJ-ESTADO)
           02 ECJ-ESTADO               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * INCIDENCIAS = fuera de servicio automatico; CARGA = carga
      * del maestro de terminales
           02 ECJ-ORIGEN               PIC X(12).
