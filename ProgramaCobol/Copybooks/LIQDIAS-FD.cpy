       FD LIQDIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liqdias.ubd".
       01 LIQDIA-REG.
      * resultado de la conciliacion con la camara de compensacion
      * por fecha de liquidacion y sentido (ver PARTIDASLIQ-FD.cpy):
      * un dia que no cuadra sigue abierto, y BATCH-LIQCAMARA lo
      * vuelve a evaluar cada noche, hasta que un supervisor anota
      * la explicacion de la diferencia (BANK72)
           02 LQD-CLAVE.
               03 LQD-FECHA         PIC 9(8).
               03 LQD-SENTIDO       PIC X(1).
           02 LQD-NUM-PROPIAS       PIC 9(6).
           02 LQD-CENT-PROPIAS      PIC 9(13).
           02 LQD-NUM-CAMARA        PIC 9(6).
           02 LQD-CENT-CAMARA       PIC 9(13).
      * partidas que solo conocemos nosotros, que solo declara la
      * camara y que ambos conocen con distinto importe
           02 LQD-FALTAN-CAMARA     PIC 9(6).
           02 LQD-FALTAN-PROPIAS    PIC 9(6).
           02 LQD-DISTINTAS         PIC 9(6).
           02 LQD-ESTADO            PIC 9(1).
               88 LIQDIA-ABIERTO        VALUE 0.
               88 LIQDIA-CUADRADO       VALUE 1.
               88 LIQDIA-EXPLICADO      VALUE 2.
           02 LQD-FECHA-CONCILIACION PIC 9(8).
      * explicacion del supervisor que cierra un dia descuadrado
           02 LQD-SUPERVISOR        PIC 9(16).
           02 LQD-EXPLICACION       PIC X(40).
           02 LQD-FECHA-EXPLICACION PIC 9(8).
      * 1 si ya se aviso a supervision del descuadre
           02 LQD-AVISADO           PIC 9(1).
