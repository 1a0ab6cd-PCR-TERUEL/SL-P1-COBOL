       FD TUTELAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tutelas.ubd".
       01 TUTELA-REG.
      * titular menor de edad con tarjeta de cuenta de menor (07):
      * una ficha por cliente menor con el cliente que actua como su
      * tutor legal, que consulta su actividad y le recarga la
      * tarjeta desde la suya (BANK81)
           02 TUT-MENOR                PIC 9(9).
           02 TUT-TUTOR                PIC 9(9).
      * consentimiento del tutor recogido en el alta y supervisor
      * que lo registro
           02 TUT-FECHA-CONSENTIMIENTO PIC 9(8).
           02 TUT-SUPERVISOR           PIC 9(16).
      * aviso de la mayoria de edad enviado a ambos (0 = pendiente)
      * y fecha en que BATCH-MAYORIA paso la tarjeta a la cuenta 01
           02 TUT-FECHA-AVISO          PIC 9(8).
           02 TUT-FECHA-FIN            PIC 9(8).
           02 TUT-ESTADO               PIC 9(1).
               88 TUTELA-VIGENTE       VALUE 0.
               88 TUTELA-FINALIZADA    VALUE 1.
