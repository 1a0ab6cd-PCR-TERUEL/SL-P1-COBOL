       FD COINCIDENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "coincidencias.ubd".
       01 COINCIDENCIA-REG.
      * posible coincidencia de un cliente con una entrada de
      * sanciones.ubd, hallada por BATCH_SANCIONES al recargar la
      * lista y resuelta por cumplimiento en BANK60; la misma pareja
      * cliente/entrada no se vuelve a proponer en cada recarga
           02 COI-CLAVE.
               03 COI-CLI-COD       PIC 9(9).
               03 COI-SAN-CLAVE     PIC X(72).
           02 COI-LISTA             PIC X(1).
               88 COINCIDENCIA-SANCIONES VALUE "S".
               88 COINCIDENCIA-PEP       VALUE "P".
           02 COI-NOMBRE-LISTA      PIC X(60).
           02 COI-MOTIVO            PIC X(20).
      * 1 = por nombre, 2 = por documento, 3 = por ambos
           02 COI-CRITERIO          PIC 9(1).
               88 COINCIDE-NOMBRE        VALUE 1.
               88 COINCIDE-DOCUMENTO     VALUE 2.
               88 COINCIDE-AMBOS         VALUE 3.
           02 COI-FECHA-ALTA        PIC 9(8).
      * 0 pendiente, 1 confirmada (sancion: tarjetas congeladas),
      * 2 descartada, 3 levantada (el cliente salio de la lista)
           02 COI-ESTADO            PIC 9(1).
               88 COINCIDENCIA-PENDIENTE  VALUE 0.
               88 COINCIDENCIA-CONFIRMADA VALUE 1.
               88 COINCIDENCIA-DESCARTADA VALUE 2.
               88 COINCIDENCIA-LEVANTADA  VALUE 3.
           02 COI-ANALISTA          PIC 9(16).
           02 COI-NOTAS             PIC X(60).
           02 COI-FECHA-DECISION    PIC 9(8).
