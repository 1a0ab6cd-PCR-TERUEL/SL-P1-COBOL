       FD PARTIDASLIQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "partidasliq.ubd".
       01 PARTIDALIQ-REG.
      * partidas de la liquidacion interbancaria por fecha de
      * liquidacion y sentido, con lo que anotamos nosotros y lo que
      * declara la camara de compensacion en su extracto diario
      * (BATCH-LIQCAMARA), que las concilia una a una. Las enviadas
      * las anota BATCH-INTERBANCARIA al marcarlas liquidadas, con
      * el T-NUM como referencia; las recibidas BATCH-ENTRANTES, con
      * el remitente, la secuencia y la linea de entrantes.txt; las
      * de recalls interbancarios BATCH-RECALLS, con la referencia
      * del recall (fondos devueltos a otro banco o recibidos)
           02 PLQ-CLAVE.
               03 PLQ-FECHA         PIC 9(8).
               03 PLQ-SENTIDO       PIC X(1).
                   88 PARTIDA-ENVIADA   VALUE "E".
                   88 PARTIDA-RECIBIDA  VALUE "R".
               03 PLQ-REFERENCIA    PIC X(35).
      * programa que anoto el lado propio y banco de la contraparte
           02 PLQ-PROGRAMA          PIC X(8).
           02 PLQ-BANCO             PIC 9(4).
      * importe en centimos de cada lado; la marca dice si ese lado
      * conoce la partida
           02 PLQ-HAY-PROPIA        PIC 9(1).
           02 PLQ-CENT-PROPIA       PIC 9(11).
           02 PLQ-HAY-CAMARA        PIC 9(1).
           02 PLQ-CENT-CAMARA       PIC 9(11).
