       FD PROMOCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promociones.ubd".
       01 PROMOCION-REG.
      * mensajes promocionales de la bienvenida y del menu del
      * cajero; los carga BATCH-PROMOCIONES desde promociones.txt
           02 PRM-NUM               PIC 9(3).
           02 PRM-NOMBRE            PIC X(30).
           02 PRM-ESTADO            PIC 9(1).
               88 PROMOCION-ACTIVA  VALUE 0.
               88 PROMOCION-BAJA    VALUE 1.
      * vigencia AAAAMMDD; fin 0 = sin fecha de fin
           02 PRM-FECHA-INICIO      PIC 9(8).
           02 PRM-FECHA-FIN         PIC 9(8).
      * publico objetivo, 0 = cualquiera: terminal (CAJ-ID),
      * producto de la tarjeta (TPRODUCTO, la 0 cuenta como 01),
      * segmento del titular (CLI-SEGMENTO) y saldo minimo en
      * unidades de la divisa de la tarjeta. Las promociones con
      * producto, segmento o saldo solo salen en el menu, con el
      * cliente ya identificado
           02 PRM-CAJERO            PIC 9(4).
           02 PRM-PRODUCTO          PIC 9(2).
           02 PRM-SEGMENTO          PIC 9(1).
           02 PRM-SALDO-MINIMO      PIC 9(9).
      * texto por idioma (CLI-IDIOMA); sin el idioma de la sesion
      * sale el castellano. El texto va en la pantalla y la
      * informacion ampliada, en dos lineas, tras pulsar M
           02 PRM-TEXTOS OCCURS 3 TIMES.
               03 PRM-IDIOMA        PIC X(2).
               03 PRM-TEXTO         PIC X(45).
               03 PRM-INFO-1        PIC X(45).
               03 PRM-INFO-2        PIC X(45).
