      * identificacion del pagador de los ingresos de terceros por
      * encima del umbral de blanqueo, para el expediente
       FD AMLDEPOSITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "amldepositos.rpt".
       01 AMLDEPOSITO-REG.
           02 AMD-TARJETA-DESTINO      PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AMD-IMPORTE-ENT          PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
           02 AMD-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AMD-NOMBRE-PAGADOR       PIC X(30).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AMD-DNI-PAGADOR          PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AMD-FECHA                PIC 9(08).
