       77 DIAS-RECARGA               PIC 9(3) VALUE 3.
       77 MAX-REPRESENT              PIC 9(2) VALUE 3.
       77 PCT-ANTICIPO               PIC 9(3) VALUE 40.
       77 DIAS-AUTORIZACION          PIC 9(3) VALUE 7.
       77 INTERES-CREDITO            PIC 9(2)V9(2) VALUE 20.
       77 DIAS-PAGO-CREDITO          PIC 9(3) VALUE 20.
       77 PCT-MINIMO-CREDITO         PIC 9(3) VALUE 5.
       77 DIAS-GRACIA-KYC            PIC 9(3) VALUE 60.
       77 UMBRAL-INTERBANCARIO       PIC 9(7) VALUE 30000.
       77 MESES-CADUCIDAD-PUNTOS     PIC 9(3) VALUE 24.
       77 CENT-POR-PUNTO             PIC 9(3) VALUE 1.
       77 HORAS-RESERVA-ESPERA       PIC 9(3) VALUE 24.
       77 FACTOR-VIAJE               PIC 9(2)V9(1) VALUE 2.
       77 MAX-SOLICITUD-PRESTAMO     PIC 9(7) VALUE 30000.
       77 TASA-SOLICITUD             PIC 9(2)V9(2) VALUE 7.
       77 PCT-ENDEUDAMIENTO          PIC 9(3) VALUE 35.
       77 PCT-ENDEUDAMIENTO-MAX      PIC 9(3) VALUE 50.
       77 DIAS-RESPUESTA-QUEJA       PIC 9(3) VALUE 30.
       77 DIAS-AVISO-QUEJA           PIC 9(3) VALUE 5.
       77 DIAS-ESPERA-EMBARGO        PIC 9(3) VALUE 20.
       77 MINIMO-INEMBARGABLE        PIC 9(7) VALUE 1184.
       77 LIMITE-POSICION-DIVISA     PIC 9(7) VALUE 50000.
       77 DIAS-COMPROMISO            PIC 9(3) VALUE 7.
       77 DIAS-USO-COMPROMISO        PIC 9(3) VALUE 28.
       77 MIN-TARJETAS-COMPROMISO    PIC 9(3) VALUE 3.
       77 FACTOR-COMPROMISO          PIC 9(3)V9(1) VALUE 5.
       77 DIAS-RECALL                PIC 9(3) VALUE 15.
       77 HORAS-CESION               PIC 9(3) VALUE 24.
       77 RECARGO-AJENA              PIC 9(2)V9(2) VALUE 2.
       77 INTERCAMBIO-RETIRADA       PIC 9(2)V9(2) VALUE 0.65.
       77 INTERCAMBIO-CONSULTA       PIC 9(2)V9(2) VALUE 0.30.
       77 SEG-RESPUESTA-RED          PIC 9(3) VALUE 30.
       77 DIAS-PREAVISO              PIC 9(3) VALUE 60.
