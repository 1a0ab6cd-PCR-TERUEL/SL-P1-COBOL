       FD SOSPECHAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sospechas.ubd".
       01 SOSPECHA-REG.
      * expediente de cumplimiento por cada umbral de blanqueo
      * superado (BATCH_AML); se guardan aparte de casosfraude.ubd
      * porque solo los trabaja el perfil de cumplimiento (BANK58) y
      * nunca generan aviso al cliente: la ley prohibe revelarle que
      * esta siendo examinado
           02 SOS-NUM               PIC 9(35).
      * EFECTIVO = efectivo mensual del titular (amlefectivo.rpt)
      * INGRESO  = ingreso de un tercero identificado (amldepositos)
           02 SOS-ORIGEN            PIC X(8).
               88 SOSPECHA-EFECTIVO     VALUE "EFECTIVO".
               88 SOSPECHA-INGRESO      VALUE "INGRESO".
      * persona examinada: el titular en EFECTIVO, el pagador en
      * INGRESO (con CLI-COD 0: el pagador consta solo por su DNI)
           02 SOS-CLI-COD           PIC 9(9).
           02 SOS-DNI               PIC X(9).
           02 SOS-NOMBRE            PIC X(30).
      * tarjeta de destino del ingreso (0 en EFECTIVO)
           02 SOS-TARJETA           PIC 9(16).
           02 SOS-IMPORTE-ENT       PIC 9(11).
           02 SOS-IMPORTE-DEC       PIC 9(2).
      * mes examinado (AAAAMM00) en EFECTIVO, fecha del ingreso en
      * INGRESO
           02 SOS-FECHA-HECHO       PIC 9(8).
           02 SOS-FECHA-ALTA        PIC 9(8).
           02 SOS-ESTADO            PIC 9(1).
               88 SOSPECHA-PENDIENTE    VALUE 0.
               88 SOSPECHA-EN-ANALISIS  VALUE 1.
               88 SOSPECHA-DESCARTADA   VALUE 2.
               88 SOSPECHA-A-COMUNICAR  VALUE 3.
               88 SOSPECHA-COMUNICADA   VALUE 4.
      * tarjeta de supervisor del analista que la trabaja y sus notas
           02 SOS-ANALISTA          PIC 9(16).
           02 SOS-NOTAS             PIC X(60).
           02 SOS-FECHA-DECISION    PIC 9(8).
      * numero correlativo de la comunicacion a la unidad de
      * inteligencia financiera (BATCH_UIF) y fecha del envio
           02 SOS-NUM-COMUNICACION  PIC 9(9).
           02 SOS-FECHA-COMUNICACION PIC 9(8).
