      * opciones del modo supervisor de BANK1 que ve cada perfil de
      * SUP-PERFIL: por perfil, cuatro paginas de menu (PSUP-MENU a
      * PSUP-MENU4) de 12 opciones, S = permitida; una opcion no
      * permitida ni se muestra ni se acepta
      *   1 caja (operador de la sala de efectivo)
      *   2 fraude (analista de fraude)
      *   3 back-office
      *   4 jefe de supervisores (y los supervisores historicos)
      *   5 cumplimiento normativo: solo los expedientes de blanqueo,
      *     y las coincidencias con las listas de sanciones, que
      *     ningun otro perfil ve, la revision de clientes, la
      *     cola de quejas de clientes y el archivo de informes
       01 TABLA-PERMISOS-SUP.
           05 FILLER                PIC X(48) VALUE
               "NNSNNNSNSNNNNNNNNNNNNNNSNSNSNNNNNNNSNNNNNNNNNNNN".
           05 FILLER                PIC X(48) VALUE
               "NNNNSNNNSNNSSNSNNSNNNNSSNNNNSNNNNSNSNNNNNNNSNNNN".
           05 FILLER                PIC X(48) VALUE
               "SSNSSSSSSNSSSSSSNSSSSSSSSNSSSSSSNSNSSSSSSSSSSSSS".
           05 FILLER                PIC X(48) VALUE
               "SSSSSSSSSNSSSSSSSSSSSSSSSSSSSSSSSSNSSSSSSSSSSSSS".
           05 FILLER                PIC X(48) VALUE
               "NNNNNNNNSSNNNNNNNNNNNNNSNNNNNNNNNNSSSNNNSNNSNNNN".
       01 TABLA-PERMISOS-SUP-R REDEFINES TABLA-PERMISOS-SUP.
           05 PERMISOS-PERFIL OCCURS 5 TIMES.
               10 PERMISOS-PAGINA   PIC X(12) OCCURS 4 TIMES.
      * pagina del menu en pantalla, copiada de la tabla al dibujarla
       01 PERMISOS-ACTUALES         PIC X(12).
       01 PERMISOS-ACTUALES-R REDEFINES PERMISOS-ACTUALES.
           05 PERMITIDA             PIC X(1) OCCURS 12 TIMES.
      * perfil del supervisor en sesion (1 a 5) y opcion elegida
       77 PERFIL-EN-SESION          PIC 9(1) VALUE 0.
       77 OPCION-PERMISO            PIC 9(2) VALUE 0.
