       FD PERIODOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "periodos.ubd".
       01 PERIODO-REG.
      * estado de cada mes contable (AAAAMM): un mes sin registro
      * esta abierto; en cierre (ya emitidos los informes de fin
      * de mes, pendiente de conformidad de contabilidad) o cerrado
      * no admite apuntes, que se llevan como ajuste al primer mes
      * abierto; solo un mes en cierre puede reabrirse
           02 PER-PERIODO              PIC 9(6).
           02 PER-ESTADO               PIC 9(1).
               88 PERIODO-ABIERTO      VALUE 0.
               88 PERIODO-CERRANDO     VALUE 1.
               88 PERIODO-CERRADO      VALUE 2.
           02 PER-FECHA-CERRANDO       PIC 9(8).
           02 PER-FECHA-CIERRE         PIC 9(8).
      * supervisor del ultimo cambio de estado; cero si lo hizo el
      * cierre de fin de dia
           02 PER-SUPERVISOR           PIC 9(16).
