      * entrada de REGISTRAR-ESTADO-CAJERO: quien cambia el estado
      * del terminal (INCIDENCIAS / CARGA)
       77 ESTADO-CAJERO-ORIGEN      PIC X(12) VALUE SPACES.
