           SELECT MANDATOSACR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MDA-CLAVE
           FILE STATUS IS FSMQ.
