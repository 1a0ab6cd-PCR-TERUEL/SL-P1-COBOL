       FD PANCLARO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "usopanclaro.rpt".
       01 PANCLARO-REG.
           02 PCL-PROGRAMA             PIC X(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PCL-SALIDA               PIC X(20).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PCL-DIA                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 PCL-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 PCL-ANO                  PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PCL-HOR                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ":".
           02 PCL-MIN                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ":".
           02 PCL-SEG                  PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PCL-TERMINAL             PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * numeros de tarjeta escritos completos en ese uso
           02 PCL-NUM-TARJETAS         PIC 9(07).
