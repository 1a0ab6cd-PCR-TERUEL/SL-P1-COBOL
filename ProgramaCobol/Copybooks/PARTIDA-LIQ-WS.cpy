      * partida de liquidacion que se anota en partidasliq.ubd (ver
      * ANOTAR-PARTIDA-LIQ.cpy): fecha 0 = la de hoy
       77 PARTIDA-LIQ-FECHA         PIC 9(8).
       77 PARTIDA-LIQ-SENTIDO       PIC X(1).
       77 PARTIDA-LIQ-REFERENCIA    PIC X(35).
       77 PARTIDA-LIQ-PROGRAMA      PIC X(8).
       77 PARTIDA-LIQ-BANCO         PIC 9(4).
       77 PARTIDA-LIQ-CENT          PIC 9(11).
      * referencia de una partida recibida: remitente, secuencia y
      * linea del fichero en que llego
       01 PARTIDA-LIQ-REF-RECIBIDA.
           05 PRR-ORIGEN            PIC X(8).
           05 PRR-SECUENCIA         PIC 9(6).
           05 PRR-LINEA             PIC 9(6).
           05 FILLER                PIC X(15) VALUE SPACES.
