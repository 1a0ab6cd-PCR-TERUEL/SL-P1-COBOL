       FD REGLASPUNTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reglaspuntos.ubd".
       01 REGLA-PUNTOS-REG.
      * tipo de movimiento (MOV-TIPO) que genera puntos; los tipos
      * que no figuran en la tabla no generan ninguno
           02 RPT-MOV-TIPO             PIC 9(2).
      * puntos concedidos por cada euro entero del movimiento
           02 RPT-PUNTOS-EURO          PIC 9(3)V9(2).
