       FD PREFERENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "preferencias.ubd".
      * preferencias de contacto del cliente, aparte de clientes.ubd
      * para no agrandar su registro; el cliente sin registro aqui se
      * trata como sin preferencias (SMS si tiene telefono, si no
      * carta) y sin consentimiento de publicidad
       01 PREFERENCIA-REG.
           02 PRF-CLIENTE           PIC 9(9).
           02 PRF-EMAIL             PIC X(50).
      * canal por tipo de mensaje: alertas (movimientos, alertas de
      * saldo, transferencias), extractos, publicidad y servicio
      * (resto de avisos). Los de seguridad (codigos OTP, bloqueos)
      * no tienen preferencia: salen siempre
           02 PRF-CANALES.
               03 PRF-CANAL-ALERTAS     PIC 9(1).
               03 PRF-CANAL-EXTRACTOS   PIC 9(1).
               03 PRF-CANAL-PUBLICIDAD  PIC 9(1).
               03 PRF-CANAL-SERVICIO    PIC 9(1).
           02 PRF-CANALES-TABLA REDEFINES PRF-CANALES.
               03 PRF-CANAL             PIC 9(1) OCCURS 4 TIMES.
                   88 CANAL-POR-DEFECTO     VALUE 0.
                   88 CANAL-SMS             VALUE 1.
                   88 CANAL-EMAIL           VALUE 2.
                   88 CANAL-CARTA           VALUE 3.
                   88 CANAL-NINGUNO         VALUE 4.
      * consentimiento de publicidad y fecha en que se dio o retiro
           02 PRF-CONSENTIMIENTO    PIC 9(1).
               88 PUBLICIDAD-NO-CONSTA    VALUE 0.
               88 PUBLICIDAD-CONSENTIDA   VALUE 1.
               88 PUBLICIDAD-RETIRADA     VALUE 2.
           02 PRF-FECHA-CONSENTIMIENTO PIC 9(8).
      * horas de silencio (HHMM): los SMS que no son de seguridad se
      * retienen en la cola hasta que acaban; desde = hasta es sin
      * silencio, y desde > hasta cruza la medianoche
           02 PRF-SILENCIO-DESDE    PIC 9(4).
           02 PRF-SILENCIO-HASTA    PIC 9(4).
           02 PRF-FECHA-MODIFICACION PIC 9(8).
