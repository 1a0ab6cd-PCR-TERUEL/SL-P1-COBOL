               88 MOV-TIPO-RETENCION-FISCAL     VALUE 25.
               88 MOV-TIPO-ANTICIPO-NOMINA      VALUE 26.
               88 MOV-TIPO-DEVOLUCION-ANTICIPO  VALUE 27.
               88 MOV-TIPO-COMPRA-COMERCIO      VALUE 28.
               88 MOV-TIPO-PAGO-CREDITO         VALUE 29.
               88 MOV-TIPO-ABONO-CREDITO        VALUE 30.
               88 MOV-TIPO-COBRO-DOMICILIADO    VALUE 31.
               88 MOV-TIPO-DEVOLUCION-COBRO     VALUE 32.
               88 MOV-TIPO-PAGO-CHEQUE-PROPIO   VALUE 33.
               88 MOV-TIPO-EMBARGO              VALUE 34.
               88 MOV-TIPO-APLICACION-SUSPENSO  VALUE 35.
           02 MOV-SALDOPOS          PIC S9(9)V99 COMP-3.
      * divisa en la que se anoto el importe del movimiento, codigo
      * del maestro de divisas (divisas.ubd)
           02 MOV-DIVISA            PIC  9(02).
               88 MOV-DIVISA-EUR             VALUE 01.
      * tipo de cambio destino/origen aplicado al anotar el importe
      * (fichero CAMBIOS); 1 si no hubo conversion de divisa
           02 MOV-TASA-CAMBIO       PIC  9(3)V9(6) COMP-3.
      * terminal en el que se anoto el movimiento (0 = proceso
      * central o batch)
           02 MOV-CAJERO            PIC  9(4).
      * fecha valor (AAAAMMDD): desde cuando cuenta el importe para
      * los intereses; la fija ASIGNAR-FECHA-VALOR segun MOV-TIPO y
      * el calendario, y puede ser anterior a la fecha contable
           02 MOV-FECHA-VALOR       PIC  9(8).
