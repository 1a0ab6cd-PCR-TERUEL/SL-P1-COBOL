       FD PUNTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "puntos.ubd".
       01 PUNTOS-REG.
      * un lote de puntos por tarjeta, mes de devengo y origen; los
      * canjes consumen primero los lotes mas antiguos
           02 PTO-CLAVE.
               03 PTO-TARJETA          PIC 9(16).
      * mes de devengo AAAAMM
               03 PTO-PERIODO          PIC 9(6).
      * 1 = actividad de la tarjeta (BATCH_PUNTOS),
      * 2 = puntos devueltos al anular una entrada pagada con puntos
               03 PTO-ORIGEN           PIC 9(1).
                   88 PTO-ACTIVIDAD        VALUE 1.
                   88 PTO-DEVOLUCION       VALUE 2.
           02 PTO-GANADOS              PIC 9(9).
           02 PTO-DISPONIBLES          PIC 9(9).
      * ultimo dia en que los puntos del lote pueden canjearse
           02 PTO-CADUCIDAD            PIC 9(8).
           02 PTO-ESTADO               PIC 9(1).
               88 PTO-VIGENTE              VALUE 0.
               88 PTO-CADUCADO             VALUE 1.
