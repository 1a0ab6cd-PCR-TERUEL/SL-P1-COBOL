       77 NUEVO-MOV-NUM             PIC  9(35) VALUE 0.
      * fecha contable original de un apunte llevado como ajuste
      * por caer en un mes en cierre o cerrado; cero si no lo es
       77 FECHA-ORIGEN-AJUSTE       PIC  9(8) VALUE 0.
       77 PERIODO-BUSCADO           PIC  9(6) VALUE 0.
