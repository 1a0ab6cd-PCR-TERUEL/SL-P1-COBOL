       FD RESPUESTAS-PROMO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "respuestaspromo.rpt".
       01 RESPUESTA-PROMO-REG.
      * diario de promociones para marketing: una linea por cada
      * vez que se muestra una promocion y por cada peticion de
      * mas informacion
           02 RSP-PROMOCION            PIC 9(03).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * IMPRESION / MAS INFO
           02 RSP-EVENTO               PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * BIENVENIDA / MENU
           02 RSP-PANTALLA             PIC X(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RSP-CAJERO               PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RSP-DIA                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 RSP-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 RSP-ANO                  PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RSP-HOR                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ":".
           02 RSP-MIN                  PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * espacios en la bienvenida, sin tarjeta todavia
           02 RSP-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RSP-IDIOMA               PIC X(02).
