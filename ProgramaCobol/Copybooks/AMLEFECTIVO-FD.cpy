      * informe mensual de efectivo por persona: una linea CLIENTE
      * (total del mes) seguida de sus lineas DETALLE
       FD AML-RPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "amlefectivo.rpt".
       01 AML-REG.
           02 AML-TIPO-LINEA           PIC X(07).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AML-DNI                  PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AML-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AML-MOV-TIPO             PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AML-IMPORTE-ENT          PIC -9(09).
           02 FILLER                   PIC X(01) VALUE ",".
           02 AML-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 AML-FECHA                PIC 9(08).
