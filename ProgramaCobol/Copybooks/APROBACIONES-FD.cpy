      * supervisor quedan aqui aparcadas y solo las aplica un
      * supervisor DISTINTO del que las inicio
           02 APR-NUM               PIC 9(35).
      * DESBLOQUEO / ESTADO / ALTA / MANTMASIVO (lote de
      * mantenimiento masivo de tarjetas de BANK80, cuyo numero es
      * el de la propia aprobacion)
           02 APR-TIPO              PIC X(12).
           02 APR-INICIADOR         PIC 9(16).
      * tarjeta sobre la que actua la operacion
               03 APR-DAT-DNI       PIC X(9).
               03 APR-DAT-DIRECCION PIC X(40).
               03 APR-DAT-TELEFONO  PIC X(15).
      * diligencia debida del titular nuevo
               03 APR-DAT-NACIMIENTO PIC 9(8).
               03 APR-DAT-NACIONALIDAD PIC X(2).
               03 APR-DAT-PROFESION PIC 9(2).
               03 APR-DAT-CADUCIDAD-DOC PIC 9(8).
      * titular menor de edad: cliente tutor que dio su
      * consentimiento (0 = titular mayor de edad)
               03 APR-DAT-TUTOR     PIC 9(9).
           02 APR-FECHA-ALTA        PIC 9(8).
      * las solicitudes sin confirmar caducan a los 3 dias
           02 APR-FECHA-EXPIRA      PIC 9(8).
