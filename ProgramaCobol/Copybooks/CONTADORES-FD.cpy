      * 18 = reservas.ubd (RSV-NUM)
      * 19 = falsos.ubd (FAL-NUM)
      * 20 = anticipos.ubd (ATC-NUM)
      * 21 = autorizaciones.ubd (AUT-NUM)
      * 22 = sospechas.ubd (SOS-NUM)
      * 23 = comunicaciones a la UIF (SOS-NUM-COMUNICACION)
      * 24 = solprestamos.ubd (SPR-NUM)
      * 25 = cobrosacr.ubd (CBA-NUM)
      * 26 = secuencia del fichero de cobros domiciliados
      * 27 = talonarios.ubd (TAL-NUM)
      * 28 = quejas.ubd (QJA-NUM)
      * 29 = embargos.ubd (EBG-NUM)
      * 30 = suspenso.ubd (SUS-NUM)
      * 31 = ajenas.ubd (AJE-NUM)
           02 CONT-COD                 PIC 9(2).
           02 CONT-ULT-NUM             PIC 9(35).
