       FD COBROSACR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cobrosacr.ubd".
       01 COBRO-ACR-REG.
      * un recibo girado por un acreedor en el fichero mensual de
      * cobros (BATCH-COBROSDOM), hasta que la camara lo liquida o
      * el banco del deudor lo devuelve (BATCH-LIQCOBROS)
           02 CBA-NUM               PIC 9(9).
           02 CBA-ACREEDOR          PIC 9(4).
           02 CBA-REFERENCIA        PIC X(12).
           02 CBA-BANCO             PIC 9(4).
           02 CBA-CUENTA            PIC 9(16).
           02 CBA-IMPORTE-ENT       PIC 9(7).
           02 CBA-IMPORTE-DEC       PIC 9(2).
           02 CBA-FECHA-COBRO       PIC 9(8).
      * secuencia del fichero de cobros en el que viajo
           02 CBA-REMESA            PIC 9(6).
           02 CBA-ESTADO            PIC 9(1).
               88 COBRO-ENVIADO     VALUE 0.
               88 COBRO-ABONADO     VALUE 1.
               88 COBRO-DEVUELTO    VALUE 2.
      * motivo de devolucion comunicado por la camara
           02 CBA-MOTIVO            PIC 9(2).
           02 CBA-FECHA-RESOLUCION  PIC 9(8).
      * 1 si al devolverse ya se habia abonado al acreedor y hubo
      * que cargarselo de nuevo
           02 CBA-RECARGADO         PIC 9(1).
