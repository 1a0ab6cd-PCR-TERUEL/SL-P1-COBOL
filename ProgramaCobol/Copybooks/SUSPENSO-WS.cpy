      * partida que se deja en suspenso en suspenso.ubd (ver
      * ANOTAR-SUSPENSO.cpy): importe en centimos en la divisa de la
      * partida
       77 SUSPENSO-ORIGEN           PIC X(8).
       77 SUSPENSO-REFERENCIA       PIC X(35).
       77 SUSPENSO-TARJETA          PIC 9(16).
       77 SUSPENSO-REMITENTE        PIC 9(6).
       77 SUSPENSO-CENT             PIC 9(11).
       77 SUSPENSO-DIVISA           PIC 9(2).
       77 SUSPENSO-MOTIVO           PIC 9(2).
      * referencia de una partida llegada en fichero: remitente,
      * secuencia y linea del fichero
       01 SUSPENSO-REF-FICHERO.
           05 SRF-ORIGEN            PIC X(8).
           05 SRF-SECUENCIA         PIC 9(6).
           05 SRF-LINEA             PIC 9(6).
           05 FILLER                PIC X(15) VALUE SPACES.
