           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "notifentregas.rpt".
       01 ENTREGA-REG.
      * ENTREGADA / FALLIDA / DIFERIDA (horas de silencio, sigue en
      * la cola) / SUPRIMIDA (el cliente no quiere ese tipo de aviso)
           02 NTE-ESTADO               PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * SMS / EMAIL / CARTA (espacios si no llego a elegirse canal)
           02 NTE-CANAL                PIC X(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 NTE-DIA                  PIC 9(02).
