       FD LISTAESPERA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "listaespera.ubd".
       01 ESPERA-REG.
      * lista de espera de un espectaculo agotado: el turno crece
      * con cada alta, de modo que el orden de la clave es el orden
      * de llegada
           02 ESP-CLAVE.
               03 ESP-EVENTO           PIC 9(8).
               03 ESP-TURNO            PIC 9(6).
           02 ESP-TARJETA              PIC 9(16).
           02 ESP-FECHA-ALTA           PIC 9(8).
           02 ESP-HORA-ALTA            PIC 9(6).
      * 1 = con reserva: una plaza liberada queda apartada para el
      * titular hasta ESP-RESERVA-HASTA; si no compra a tiempo la
      * reserva caduca y pasa al siguiente de la lista
           02 ESP-ESTADO               PIC 9(1).
               88 ESPERA-EN-COLA           VALUE 0.
               88 ESPERA-CON-RESERVA       VALUE 1.
               88 ESPERA-COMPRADA          VALUE 2.
               88 ESPERA-CADUCADA          VALUE 3.
               88 ESPERA-ANULADA           VALUE 4.
      * fin de la reserva AAAAMMDDHHMM (0 mientras espera turno)
           02 ESP-RESERVA-HASTA        PIC 9(12).
