           02 APF-CLAVE.
               03 APF-CAJERO           PIC 9(4).
               03 APF-DIVISA           PIC 9(2).
               03 APF-DENOM            PIC 9(5).
           02 APF-CANTIDAD             PIC 9(5).
           02 APF-ANO                  PIC 9(4).
           02 APF-MES                  PIC 9(2).
