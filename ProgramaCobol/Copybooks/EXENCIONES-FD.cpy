      * coste de las campanas: una linea por cuota condonada
       FD EXENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "exenciones.rpt".
       01 EXENCION-REG.
           02 EXN-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EXN-CAMPANA              PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EXN-IMPORTE-ENT          PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
           02 EXN-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EXN-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 EXN-MES                  PIC 9(02).
      * titular de la tarjeta eximida, para imputar la condonacion
      * al cliente (en blanco en las lineas anteriores a este campo)
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EXN-TITULAR              PIC 9(09).
