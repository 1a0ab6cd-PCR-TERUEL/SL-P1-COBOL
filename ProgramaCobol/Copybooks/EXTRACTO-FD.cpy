           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "extractos.rpt".
       01 EXTRACTO-REG.
           02 EXT-TARJETA                PIC X(16).
           02 FILLER                     PIC X(02) VALUE SPACES.
      * CABECERA / MOVIMIENTO / TRANSFER / CIERRE
           02 EXT-TIPO                   PIC X(10).
           02 EXT-SALDO-DEC              PIC 9(02).
           02 FILLER                     PIC X(02) VALUE SPACES.
      * solo relleno en las lineas de tipo TRANSFER
           02 EXT-TARJETA-DESTINO        PIC X(16).
           02 FILLER                     PIC X(02) VALUE SPACES.
           02 EXT-BANCO-DESTINO          PIC 9(04).
           02 FILLER                     PIC X(02) VALUE SPACES.
      * fecha valor; en las lineas sin movimiento, la de la linea
           02 EXT-VALOR-ANO              PIC 9(04).
           02 FILLER                     PIC X(01) VALUE "-".
           02 EXT-VALOR-MES              PIC 9(02).
           02 FILLER                     PIC X(01) VALUE "-".
           02 EXT-VALOR-DIA              PIC 9(02).
