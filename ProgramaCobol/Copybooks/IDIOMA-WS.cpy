       77 IDIOMA-SESION             PIC X(2) VALUE "ES".
      * 1 con el modo accesible en la sesion: pantallas simplificadas
      * y confirmacion adicional antes de mover dinero
       77 ACCESIBLE-SESION          PIC 9(1) VALUE 0.
       77 MENSAJE-ID                PIC X(8) VALUE SPACES.
      * el llamante deja aqui el texto castellano por omision antes
      * de consultar el catalogo; si no hay traduccion, se muestra
