      * consulta del aviso de viaje (COMPROBAR-AVISO-VIAJE): tarjeta
      * y fecha AAAAMMDD de la operacion; VIAJE-ACTIVO queda a 1 si
      * hay aviso vigente ese dia, con su divisa de destino
       77 VIAJE-TARJETA             PIC  9(16) VALUE 0.
       77 VIAJE-FECHA               PIC  9(8) VALUE 0.
       77 VIAJE-ACTIVO              PIC  9(1) VALUE 0.
       77 VIAJE-DIVISA              PIC  9(2) VALUE 0.
      * alta y baja del aviso (VALIDAR/GUARDAR-AVISO-VIAJE) desde
      * el cajero y desde supervisor: fechas AAAAMMDD, divisa 1-3
      * y VIAJE-ORIGEN C o S; desde y hasta a cero quitan el aviso
       77 VIAJE-DESDE               PIC  9(8) VALUE 0.
       77 VIAJE-HASTA               PIC  9(8) VALUE 0.
       77 VIAJE-ORIGEN              PIC  X(1) VALUE SPACES.
       77 VIAJE-HOY                 PIC  9(8) VALUE 0.
       77 VIAJE-DIAS                PIC S9(9) VALUE 0.
       77 VIAJE-MAX-DIAS            PIC  9(3) VALUE 90.
      * 0 = datos correctos, 1 = fechas no validas, 2 = divisa
       77 VIAJE-ERROR               PIC  9(1) VALUE 0.
       77 VIAJE-BAJA                PIC  9(1) VALUE 0.
