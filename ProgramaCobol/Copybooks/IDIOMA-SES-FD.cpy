      * pantalla de bienvenida o heredado de la preferencia del
      * cliente al identificarse
           02 SES-IDIOMA            PIC X(2).
      * modo accesible de la sesion (1 = activo), con el mismo
      * origen que el idioma
           02 SES-ACCESIBLE         PIC 9(1).
