      * anota el lado propio de una partida de liquidacion; si la
      * camara ya la declaro se completa el mismo registro. Un fallo
      * aqui no detiene el proceso que liquida: la conciliacion
      * sacara la partida como no anotada
       ANOTAR-PARTIDA-LIQ.
           OPEN I-O PARTIDASLIQ.
           IF FSPQ = 35
               OPEN OUTPUT PARTIDASLIQ
               CLOSE PARTIDASLIQ
               OPEN I-O PARTIDASLIQ
           END-IF.
           IF FSPQ NOT = 00
               DISPLAY "AVISO: no se pudo anotar la partida "
                   PARTIDA-LIQ-REFERENCIA " FSPQ=" FSPQ
               GO TO ANOTAR-PARTIDA-LIQ-EXIT.
           IF PARTIDA-LIQ-FECHA = 0
               MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA
               COMPUTE PARTIDA-LIQ-FECHA =
                   (ANO * 10000) + (MES * 100) + DIA.
           MOVE PARTIDA-LIQ-FECHA TO PLQ-FECHA.
           MOVE PARTIDA-LIQ-SENTIDO TO PLQ-SENTIDO.
           MOVE PARTIDA-LIQ-REFERENCIA TO PLQ-REFERENCIA.
           READ PARTIDASLIQ INVALID KEY
               GO TO ANOTAR-PARTIDA-LIQ-NUEVA.
           MOVE PARTIDA-LIQ-PROGRAMA TO PLQ-PROGRAMA.
           MOVE PARTIDA-LIQ-BANCO TO PLQ-BANCO.
           MOVE 1 TO PLQ-HAY-PROPIA.
           MOVE PARTIDA-LIQ-CENT TO PLQ-CENT-PROPIA.
           REWRITE PARTIDALIQ-REG INVALID KEY
               DISPLAY "AVISO: no se pudo anotar la partida "
                   PARTIDA-LIQ-REFERENCIA " FSPQ=" FSPQ.
           GO TO ANOTAR-PARTIDA-LIQ-CERRAR.

       ANOTAR-PARTIDA-LIQ-NUEVA.
           MOVE PARTIDA-LIQ-PROGRAMA TO PLQ-PROGRAMA.
           MOVE PARTIDA-LIQ-BANCO TO PLQ-BANCO.
           MOVE 1 TO PLQ-HAY-PROPIA.
           MOVE PARTIDA-LIQ-CENT TO PLQ-CENT-PROPIA.
           MOVE 0 TO PLQ-HAY-CAMARA.
           MOVE 0 TO PLQ-CENT-CAMARA.
           WRITE PARTIDALIQ-REG INVALID KEY
               DISPLAY "AVISO: no se pudo anotar la partida "
                   PARTIDA-LIQ-REFERENCIA " FSPQ=" FSPQ.

       ANOTAR-PARTIDA-LIQ-CERRAR.
           CLOSE PARTIDASLIQ.
       ANOTAR-PARTIDA-LIQ-EXIT.
           EXIT.
