      * deteccion de nominas (CALCULAR-NOMINA-MEDIA): tarjeta y fecha
      * AAAAMMDD de hoy; devuelve cuantos abonos de nomina hay en la
      * ventana reciente y su importe medio en centimos
       77 NOMINA-TARJETA            PIC  9(16) VALUE 0.
       77 NOMINA-HOY-YMD            PIC  9(8) VALUE 0.
      * ventana de busqueda de nominas: unos tres ciclos mensuales
       77 DIAS-VENTANA-NOMINA       PIC  9(3) VALUE 100.
       77 NOMINA-DESDE-YMD          PIC  9(8) VALUE 0.
       77 NOMINA-DIAS               PIC S9(9) VALUE 0.
       77 NOMINA-FECHA-MOV          PIC  9(8) VALUE 0.
       77 NUM-NOMINAS               PIC  9(3) VALUE 0.
       77 CENT-SUMA-NOMINAS         PIC S9(13) VALUE 0.
       77 CENT-NOMINA-MEDIA         PIC S9(11) VALUE 0.
