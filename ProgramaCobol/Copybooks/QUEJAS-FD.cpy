       FD QUEJAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "quejas.ubd".
       01 QUEJA-REG.
      * registro general de quejas del cliente (comisiones, intereses,
      * operaciones rechazadas, atencion...): las de dispensa fallida
      * siguen en reclamos.ubd y las de fraude en casosfraude.ubd. Se
      * dan de alta en el cajero (BANK70) o por un supervisor
      * (BANK71), que tambien asigna gestor y resuelve; la fecha
      * limite es la de respuesta que exige el regulador, y
      * BATCH-QUEJAS escala las que se acercan a ella
      * numero de queja, asignado por CONTADORES (cod 28)
           02 QJA-NUM               PIC 9(10).
           02 QJA-TARJETA           PIC 9(16).
      * movimiento al que se refiere la queja, 0 si no hay ninguno
           02 QJA-MOV-NUM           PIC 9(35).
      * categoria para el informe anual (QUEJA-CATEGORIAS-WS.cpy)
           02 QJA-CATEGORIA         PIC 9(1).
               88 QUEJA-COMISIONES      VALUE 1.
               88 QUEJA-INTERESES       VALUE 2.
               88 QUEJA-OPERACION       VALUE 3.
               88 QUEJA-ATENCION        VALUE 4.
               88 QUEJA-CAJERO          VALUE 5.
               88 QUEJA-OTRAS           VALUE 6.
           02 QJA-CANAL             PIC 9(1).
               88 QUEJA-DESDE-CAJERO    VALUE 1.
               88 QUEJA-DESDE-OFICINA   VALUE 2.
           02 QJA-TEXTO             PIC X(50).
           02 QJA-FECHA-ALTA        PIC 9(8).
           02 QJA-FECHA-LIMITE      PIC 9(8).
      * tarjeta del supervisor que la gestiona, 0 sin asignar
           02 QJA-GESTOR            PIC 9(16).
      * 1 escalada por acercarse al limite, 2 escalada ya vencida
           02 QJA-ESCALADA          PIC 9(1).
           02 QJA-FECHA-RESOLUCION  PIC 9(8).
           02 QJA-RESOLUCION        PIC X(40).
           02 QJA-ESTADO            PIC 9(1).
               88 QUEJA-ABIERTA         VALUE 0.
               88 QUEJA-ESTIMADA        VALUE 1.
               88 QUEJA-DESESTIMADA     VALUE 2.
               88 QUEJA-ESTIMADA-PARCIAL VALUE 3.
               88 QUEJA-RESUELTA        VALUE 1 THRU 3.
