       FD BINES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "bines.ubd".
       01 BIN-REG.
      * tabla de encaminamiento de la red de cajeros: las seis
      * primeras cifras de una tarjeta de otro banco dicen que banco
      * la emitio; una tarjeta que no esta en tarjetas.ubd y cuyo
      * BIN figura aqui activo se atiende por la red (BANK79)
           02 BIN-PREFIJO              PIC 9(6).
           02 BIN-BANCO                PIC 9(4).
           02 BIN-NOMBRE               PIC X(30).
           02 BIN-ESTADO               PIC 9(1).
               88 BIN-ACTIVO           VALUE 1.
