       FD SANCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sanciones.ubd".
       01 SANCION-REG.
      * lista vigente de personas sancionadas y de personas con
      * responsabilidad publica (PEP), cargada entera por
      * BATCH_SANCIONES con cada nueva publicacion; a diferencia de
      * vetados.ubd, que mira contrapartes por tarjeta o banco, se
      * cruza por nombre y documento contra los propios clientes
           02 SAN-CLAVE.
      * nombre normalizado: mayusculas sin acentos ni particulas
      * (DE, DEL, LA...), palabras ordenadas alfabeticamente
               03 SAN-NOMBRE-CLAVE  PIC X(60).
      * documento de identidad publicado (espacios = no consta)
               03 SAN-DOCUMENTO     PIC X(12).
      * S = lista de sanciones, P = persona con responsabilidad
      * publica
           02 SAN-LISTA             PIC X(1).
               88 LISTA-SANCIONES       VALUE "S".
               88 LISTA-PEP             VALUE "P".
      * nombre tal como viene publicado
           02 SAN-NOMBRE            PIC X(60).
      * programa de sanciones o cargo publico
           02 SAN-MOTIVO            PIC X(20).
           02 SAN-FECHA-CARGA       PIC 9(8).
