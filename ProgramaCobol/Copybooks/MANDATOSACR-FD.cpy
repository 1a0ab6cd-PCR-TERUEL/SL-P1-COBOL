       FD MANDATOSACR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatosacr.ubd".
       01 MANDATO-ACR-REG.
      * mandatos firmados por los deudores de un acreedor: lo
      * autorizan a girarles cada mes el recibo MDA-IMPORTE contra
      * su cuenta en el banco MDA-BANCO (0 = UnizarBank)
           02 MDA-CLAVE.
               03 MDA-ACREEDOR      PIC 9(4).
               03 MDA-REFERENCIA    PIC X(12).
           02 MDA-DEUDOR-NOMBRE     PIC X(30).
           02 MDA-BANCO             PIC 9(4).
           02 MDA-CUENTA            PIC 9(16).
           02 MDA-IMPORTE-ENT       PIC 9(7).
           02 MDA-IMPORTE-DEC       PIC 9(2).
      * dia del mes en que se gira el recibo (el ultimo dia en los
      * meses mas cortos)
           02 MDA-DIA-COBRO         PIC 9(2).
           02 MDA-FECHA-FIRMA       PIC 9(8).
           02 MDA-ESTADO            PIC 9(1).
               88 MANDATO-ACR-ACTIVO    VALUE 0.
               88 MANDATO-ACR-CANCELADO VALUE 1.
      * ano y mes (AAAAMM) del ultimo recibo generado, para no
      * girarlo dos veces el mismo mes
           02 MDA-ULT-COBRO         PIC 9(6).
      * recibos del mandato devueltos por el banco del deudor
           02 MDA-DEVOLUCIONES      PIC 9(3).
