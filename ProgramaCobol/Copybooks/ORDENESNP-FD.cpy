       FD ORDENESNP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ordenesnopago.ubd".
       01 ORDEN-NP-REG.
      * orden de no pago dada por el titular desde el cajero (BANK69)
      * sobre un cheque o un tramo de series de sus talonarios; la
      * compensacion de cheques librados (BATCH-CHQLIBRADOS) devuelve
      * cualquier cheque presentado dentro del tramo
           02 ONP-CLAVE.
               03 ONP-TARJETA       PIC 9(16).
               03 ONP-SERIE-DESDE   PIC 9(10).
           02 ONP-SERIE-HASTA       PIC 9(10).
           02 ONP-FECHA             PIC 9(8).
           02 ONP-HORA              PIC 9(6).
