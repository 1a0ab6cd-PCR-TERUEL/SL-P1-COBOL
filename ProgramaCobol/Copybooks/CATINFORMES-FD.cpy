       FD CATINFORMES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "catinformes.ubd".
       01 CATINFORME-REG.
      * catalogo de informes que se archivan: uno por fichero .rpt,
      * con los dias que se guarda cada copia en el archivo de
      * informes (informesarch.ubd) y la firma de la ultima copia
      * archivada, para no volver a guardar un informe que no ha
      * cambiado desde entonces
           02 CIN-FICHERO           PIC X(24).
           02 CIN-DESCRIPCION       PIC X(40).
      * dias desde la fecha contable de la copia hasta su borrado
           02 CIN-DIAS-RETENCION    PIC 9(5).
      * 1 reservado: solo lo consultan el jefe de supervisores y
      * cumplimiento normativo (informes de blanqueo)
           02 CIN-RESERVADO         PIC 9(1).
               88 INFORME-RESERVADO     VALUE 1.
      * firma de la ultima copia: fecha contable, numero de lineas y
      * primera y ultima linea del informe
           02 CIN-ULT-FECHA         PIC 9(8).
           02 CIN-ULT-LINEAS        PIC 9(6).
           02 CIN-ULT-PRIMERA       PIC X(100).
           02 CIN-ULT-ULTIMA        PIC X(100).
