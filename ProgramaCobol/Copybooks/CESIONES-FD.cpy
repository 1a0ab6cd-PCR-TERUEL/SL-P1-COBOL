       FD CESIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cesionesent.ubd".
       01 CESION-REG.
      * cesiones de entradas entre tarjetas del banco (BANK77): el
      * titular ofrece la entrada, o parte de sus plazas, a otra
      * tarjeta y esta la acepta o rechaza antes de CES-LIMITE. Con
      * ENT-SERIE-ORIGEN forma la cadena de titulares de cada entrada
           02 CES-CLAVE.
               03 CES-SERIE            PIC 9(35).
      * momento de la oferta AAAAMMDDHHMMSS
               03 CES-MOMENTO          PIC 9(14).
           02 CES-EVENTO               PIC 9(8).
           02 CES-TARJETA-ORIGEN       PIC 9(16).
           02 CES-TARJETA-DESTINO      PIC 9(16).
           02 CES-CANTIDAD             PIC 9(3).
      * fin del plazo para aceptar AAAAMMDDHHMM: HORAS-CESION antes
      * del dia del espectaculo
           02 CES-LIMITE               PIC 9(12).
           02 CES-ESTADO               PIC 9(1).
               88 CESION-OFRECIDA          VALUE 0.
               88 CESION-ACEPTADA          VALUE 1.
               88 CESION-RECHAZADA         VALUE 2.
      * vencido el plazo, o la entrada ya no estaba disponible
      * (devuelta, usada o cedida a otro) al aceptarla
               88 CESION-CADUCADA          VALUE 3.
           02 CES-FECHA-RESOLUCION     PIC 9(8).
      * serie nueva emitida a la tarjeta destino al aceptar
           02 CES-SERIE-NUEVA          PIC 9(35).
