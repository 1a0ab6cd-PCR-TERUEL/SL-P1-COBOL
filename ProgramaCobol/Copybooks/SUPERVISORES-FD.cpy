           02 SUP-PIN-SAL              PIC 9(4).
      * esquema de SUP-PIN (0 = esquema 1 historico)
           02 SUP-PIN-VERSION          PIC 9(2).
      * perfil de acceso: fija que opciones del modo supervisor de
      * BANK1 ve y puede elegir (TABLA-PERMISOS-SUP de
      * PERFILES-SUP-WS); 0 son los supervisores anteriores a este
      * campo, que conservan el acceso completo hasta que un jefe de
      * supervisores les asigne su perfil
           02 SUP-PERFIL               PIC 9(1).
               88 PERFIL-HISTORICO     VALUE 0.
               88 PERFIL-CAJA          VALUE 1.
               88 PERFIL-FRAUDE        VALUE 2.
               88 PERFIL-BACKOFFICE    VALUE 3.
               88 PERFIL-JEFE          VALUE 4.
               88 PERFIL-CUMPLIMIENTO  VALUE 5.
      * PIN erroneos seguidos (se pone a 0 al entrar bien); al llegar
      * a MAX-INTENTOS la tarjeta de supervisor queda bloqueada y solo
      * un jefe de supervisores la libera desde BANK56
           02 SUP-FALLOS               PIC 9(1).
           02 SUP-ESTADO               PIC 9(1).
               88 SUPERVISOR-ACTIVO    VALUE 0.
               88 SUPERVISOR-BLOQUEADO VALUE 1.
