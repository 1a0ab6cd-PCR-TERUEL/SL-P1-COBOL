       FD DENEGACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "denegaciones.rpt".
       01 DENEGACION-REG.
      * diario de operaciones rechazadas en el terminal por saldo,
      * limites, velocidad o controles del titular: una linea por
      * rechazo, para el analisis de uso de terminales
           02 DEN-CAJERO               PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DEN-DIA                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 DEN-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 DEN-ANO                  PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DEN-HOR                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ":".
           02 DEN-MIN                  PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * RETIRADA / TRANSFERENCIA
           02 DEN-OPERACION            PIC X(13).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DEN-MOTIVO               PIC X(20).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DEN-TARJETA              PIC X(16).
