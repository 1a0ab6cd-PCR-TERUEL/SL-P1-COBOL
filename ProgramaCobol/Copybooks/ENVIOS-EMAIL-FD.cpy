       FD ENVIOS-EMAIL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "enviosemail.rpt".
       01 ENVIO-EMAIL-REG.
      * correo del titular (PRF-EMAIL de preferencias.ubd)
           02 EML-DIRECCION            PIC X(50).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * copia literal de la linea de notificaciones.cola a entregar
           02 EML-COLA                 PIC X(113).
