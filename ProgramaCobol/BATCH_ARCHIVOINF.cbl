       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ARCHIVOINF.
      * archivo de informes: cada .rpt del catalogo catinformes.ubd
      * que haya cambiado desde su ultima copia se guarda entero en
      * informesarch.ubd bajo la fecha contable en curso, de modo
      * que la siguiente ejecucion del proceso que lo escribe ya no
      * lo pierde; las copias mas antiguas que la retencion de su
      * tipo de informe se borran. Corre en el cierre antes de la
      * purga y puede lanzarse ademas tras cualquier proceso que
      * escriba un informe fuera del cierre. Los supervisores
      * consultan las copias en pantalla con BANK74.
      * El catalogo se crea la primera vez con la tabla de informes
      * de este programa; catinformes.txt, si existe, da de alta
      * informes nuevos o cambia descripcion, retencion y reserva
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CATINFORMES-SEL.cpy".
           COPY "INFARCHIVO-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".

      * informe del catalogo que se esta archivando
           SELECT INFORME-ORIGEN ASSIGN TO NOMBRE-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIO.

           SELECT CATINFORMES-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCT.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CATINFORMES-FD.cpy".
           COPY "INFARCHIVO-FD.cpy".
           COPY "CIERRECTL-FD.cpy".

       FD INFORME-ORIGEN
           LABEL RECORD STANDARD.
       01 INFORME-ORIGEN-REG        PIC X(200).

      * una linea por informe: fichero, dias de retencion, reservado
      * (0 o 1) y descripcion, en columnas fijas
       FD CATINFORMES-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "catinformes.txt".
       01 CATINFORME-TXT-REG.
           02 CTX-FICHERO              PIC X(24).
           02 FILLER                   PIC X(1).
           02 CTX-DIAS-RETENCION       PIC 9(5).
           02 FILLER                   PIC X(1).
           02 CTX-RESERVADO            PIC 9(1).
           02 FILLER                   PIC X(1).
           02 CTX-DESCRIPCION          PIC X(40).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSCN                      PIC   X(2) VALUE "00".
       77 FSIA                      PIC   X(2) VALUE "00".
       77 FSCI                      PIC   X(2) VALUE "00".
       77 FSIO                      PIC   X(2) VALUE "00".
       77 FSCT                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".

      * informes que se archivan desde el primer dia: fichero, dias
      * de retencion y reservado, seguidos de la descripcion. Los
      * informes contables, regulatorios y de cuadre se guardan diez
      * anos; los de blanqueo y fraude, cinco; el resto, 400 dias.
      * No se archivan las colas de envio (SMS, email, cartas), la
      * exportacion de movimientos, los recibos del cliente, el
      * informe de acceso a datos ni el registro de errores
       01 TABLA-INFORMES.
           05 FILLER                PIC X(30) VALUE
               "abandono.rpt            004000".
           05 FILLER                PIC X(40) VALUE
               "Tarjetas y saldos en abandono           ".
           05 FILLER                PIC X(30) VALUE
               "ajustes.rpt             036500".
           05 FILLER                PIC X(40) VALUE
               "Ajustes de periodos contables cerrados  ".
           05 FILLER                PIC X(30) VALUE
               "amldepositos.rpt        018251".
           05 FILLER                PIC X(40) VALUE
               "Ingresos de terceros en cajero          ".
           05 FILLER                PIC X(30) VALUE
               "amlefectivo.rpt         018251".
           05 FILLER                PIC X(40) VALUE
               "Efectivo por encima del umbral          ".
           05 FILLER                PIC X(30) VALUE
               "anticiposmora.rpt       004000".
           05 FILLER                PIC X(40) VALUE
               "Anticipos en mora                       ".
           05 FILLER                PIC X(30) VALUE
               "antiguedad.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Antiguedad de saldos                    ".
           05 FILLER                PIC X(30) VALUE
               "asistencia.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Asistencia a eventos                    ".
           05 FILLER                PIC X(30) VALUE
               "autrespuestas.rpt       004000".
           05 FILLER                PIC X(40) VALUE
               "Respuestas de autorizacion de compras   ".
           05 FILLER                PIC X(30) VALUE
               "bloqueosexc.rpt         004000".
           05 FILLER                PIC X(40) VALUE
               "Excepciones de bloqueos                 ".
           05 FILLER                PIC X(30) VALUE
               "borrados.rpt            036500".
           05 FILLER                PIC X(40) VALUE
               "Bajas de clientes                       ".
           05 FILLER                PIC X(30) VALUE
               "chqemitidos.rpt         004000".
           05 FILLER                PIC X(40) VALUE
               "Cheques emitidos                        ".
           05 FILLER                PIC X(30) VALUE
               "chqlibrados.rpt         004000".
           05 FILLER                PIC X(40) VALUE
               "Cheques librados presentados            ".
           05 FILLER                PIC X(30) VALUE
               "cierres.rpt             036500".
           05 FILLER                PIC X(40) VALUE
               "Cierres de cuenta                       ".
           05 FILLER                PIC X(30) VALUE
               "citdif.rpt              004000".
           05 FILLER                PIC X(40) VALUE
               "Diferencias con el transporte de fondos ".
           05 FILLER                PIC X(30) VALUE
               "clientesperdida.rpt     004000".
           05 FILLER                PIC X(40) VALUE
               "Clientes con rentabilidad negativa      ".
           05 FILLER                PIC X(30) VALUE
               "comprasrech.rpt         004000".
           05 FILLER                PIC X(40) VALUE
               "Compras rechazadas en la compensacion   ".
           05 FILLER                PIC X(30) VALUE
               "compromiso.rpt          018250".
           05 FILLER                PIC X(40) VALUE
               "Puntos comunes de compromiso            ".
           05 FILLER                PIC X(30) VALUE
               "conciliacion.rpt        036500".
           05 FILLER                PIC X(40) VALUE
               "Conciliacion                            ".
           05 FILLER                PIC X(30) VALUE
               "contable.rpt            036500".
           05 FILLER                PIC X(40) VALUE
               "Asientos contables                      ".
           05 FILLER                PIC X(30) VALUE
               "creditoextractos.rpt    004000".
           05 FILLER                PIC X(40) VALUE
               "Extractos de tarjetas de credito        ".
           05 FILLER                PIC X(30) VALUE
               "cuadre.rpt              036500".
           05 FILLER                PIC X(40) VALUE
               "Cuadre de efectivo de cajeros           ".
           05 FILLER                PIC X(30) VALUE
               "cuadrefx.rpt            036500".
           05 FILLER                PIC X(40) VALUE
               "Cuadre de efectivo en divisa            ".
           05 FILLER                PIC X(30) VALUE
               "denegaciones.rpt        004000".
           05 FILLER                PIC X(40) VALUE
               "Operaciones denegadas en cajero         ".
           05 FILLER                PIC X(30) VALUE
               "descubiertos.rpt        004000".
           05 FILLER                PIC X(40) VALUE
               "Descubiertos                            ".
           05 FILLER                PIC X(30) VALUE
               "devengo.rpt             036500".
           05 FILLER                PIC X(40) VALUE
               "Devengo de intereses                    ".
           05 FILLER                PIC X(30) VALUE
               "devolucionescobro.rpt   004000".
           05 FILLER                PIC X(40) VALUE
               "Devoluciones de cobros de acreedores    ".
           05 FILLER                PIC X(30) VALUE
               "devolucionesdom.rpt     004000".
           05 FILLER                PIC X(40) VALUE
               "Devoluciones de domiciliaciones         ".
           05 FILLER                PIC X(30) VALUE
               "dispensas.rpt           004000".
           05 FILLER                PIC X(40) VALUE
               "Dispensaciones de efectivo              ".
           05 FILLER                PIC X(30) VALUE
               "dispensasfx.rpt         004000".
           05 FILLER                PIC X(40) VALUE
               "Dispensaciones de efectivo en divisa    ".
           05 FILLER                PIC X(30) VALUE
               "dormidas.rpt            004000".
           05 FILLER                PIC X(40) VALUE
               "Cuentas inactivas                       ".
           05 FILLER                PIC X(30) VALUE
               "duplicados.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Operaciones duplicadas                  ".
           05 FILLER                PIC X(30) VALUE
               "embargosres.rpt         036500".
           05 FILLER                PIC X(40) VALUE
               "Resultado de embargos                   ".
           05 FILLER                PIC X(30) VALUE
               "embosaging.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Antiguedad de tarjetas por embosar      ".
           05 FILLER                PIC X(30) VALUE
               "entrantesdev.rpt        004000".
           05 FILLER                PIC X(40) VALUE
               "Transferencias entrantes devueltas      ".
           05 FILLER                PIC X(30) VALUE
               "estadoscajero.rpt       004000".
           05 FILLER                PIC X(40) VALUE
               "Estados de los cajeros                  ".
           05 FILLER                PIC X(30) VALUE
               "eventosaud.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Auditoria de eventos                    ".
           05 FILLER                PIC X(30) VALUE
               "exenciones.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Exenciones de comisiones                ".
           05 FILLER                PIC X(30) VALUE
               "extornos.rpt            036500".
           05 FILLER                PIC X(40) VALUE
               "Extornos                                ".
           05 FILLER                PIC X(30) VALUE
               "extpartic.rpt           004000".
           05 FILLER                PIC X(40) VALUE
               "Extractos de participes                 ".
           05 FILLER                PIC X(30) VALUE
               "extractos.rpt           004000".
           05 FILLER                PIC X(40) VALUE
               "Extractos mensuales                     ".
           05 FILLER                PIC X(30) VALUE
               "extractoscuenta.rpt     004000".
           05 FILLER                PIC X(40) VALUE
               "Extractos de cuenta                     ".
           05 FILLER                PIC X(30) VALUE
               "fgdexc.rpt              004000".
           05 FILLER                PIC X(40) VALUE
               "Excepciones del fondo de garantia       ".
           05 FILLER                PIC X(30) VALUE
               "fiscal.rpt              036500".
           05 FILLER                PIC X(40) VALUE
               "Informe fiscal                          ".
           05 FILLER                PIC X(30) VALUE
               "fraude.rpt              018250".
           05 FILLER                PIC X(40) VALUE
               "Alertas de fraude                       ".
           05 FILLER                PIC X(30) VALUE
               "incidencias.rpt         004000".
           05 FILLER                PIC X(40) VALUE
               "Incidencias de cajeros                  ".
           05 FILLER                PIC X(30) VALUE
               "informativaexc.rpt      036500".
           05 FILLER                PIC X(40) VALUE
               "Excepciones de la declaracion anual     ".
           05 FILLER                PIC X(30) VALUE
               "integridad.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Integridad de los maestros              ".
           05 FILLER                PIC X(30) VALUE
               "intercambio.rpt         036500".
           05 FILLER                PIC X(40) VALUE
               "Intercambio de la red de cajeros        ".
           05 FILLER                PIC X(30) VALUE
               "intereses.rpt           036500".
           05 FILLER                PIC X(40) VALUE
               "Liquidacion de intereses                ".
           05 FILLER                PIC X(30) VALUE
               "liqack.rpt              004000".
           05 FILLER                PIC X(40) VALUE
               "Acuses de liquidacion                   ".
           05 FILLER                PIC X(30) VALUE
               "liqcamara.rpt           036500".
           05 FILLER                PIC X(40) VALUE
               "Conciliacion con la camara              ".
           05 FILLER                PIC X(30) VALUE
               "liqcobros.rpt           004000".
           05 FILLER                PIC X(40) VALUE
               "Liquidacion de cobros de acreedores     ".
           05 FILLER                PIC X(30) VALUE
               "liquidaciondom.rpt      004000".
           05 FILLER                PIC X(40) VALUE
               "Liquidacion de domiciliaciones          ".
           05 FILLER                PIC X(30) VALUE
               "liquidacioneventos.rpt  004000".
           05 FILLER                PIC X(40) VALUE
               "Liquidacion de eventos                  ".
           05 FILLER                PIC X(30) VALUE
               "mantmasivo.rpt          036500".
           05 FILLER                PIC X(40) VALUE
               "Mantenimiento masivo de tarjetas        ".
           05 FILLER                PIC X(30) VALUE
               "matinal.rpt             004000".
           05 FILLER                PIC X(40) VALUE
               "Informe matinal                         ".
           05 FILLER                PIC X(30) VALUE
               "mayoria.rpt             036500".
           05 FILLER                PIC X(40) VALUE
               "Paso a adulto de cuentas de menor       ".
           05 FILLER                PIC X(30) VALUE
               "nominasdev.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Nominas devueltas                       ".
           05 FILLER                PIC X(30) VALUE
               "notifentregas.rpt       004000".
           05 FILLER                PIC X(40) VALUE
               "Entregas de notificaciones              ".
           05 FILLER                PIC X(30) VALUE
               "pagosprovres.rpt        004000".
           05 FILLER                PIC X(40) VALUE
               "Resultado de pagos a proveedores        ".
           05 FILLER                PIC X(30) VALUE
               "paramhist.rpt           036500".
           05 FILLER                PIC X(40) VALUE
               "Historico de parametros                 ".
           05 FILLER                PIC X(30) VALUE
               "preavisos.rpt           036500".
           05 FILLER                PIC X(40) VALUE
               "Preavisos de cambios de condiciones     ".
           05 FILLER                PIC X(30) VALUE
               "prevision.rpt           004000".
           05 FILLER                PIC X(40) VALUE
               "Prevision de efectivo                   ".
           05 FILLER                PIC X(30) VALUE
               "quejas.rpt              036500".
           05 FILLER                PIC X(40) VALUE
               "Informe de quejas                       ".
           05 FILLER                PIC X(30) VALUE
               "recalls.rpt             036500".
           05 FILLER                PIC X(40) VALUE
               "Recalls interbancarios                  ".
           05 FILLER                PIC X(30) VALUE
               "recargasexc.rpt         004000".
           05 FILLER                PIC X(40) VALUE
               "Excepciones de recargas                 ".
           05 FILLER                PIC X(30) VALUE
               "recargasliq.rpt         004000".
           05 FILLER                PIC X(40) VALUE
               "Liquidacion de recargas                 ".
           05 FILLER                PIC X(30) VALUE
               "reconciliacion.rpt      036500".
           05 FILLER                PIC X(40) VALUE
               "Reconciliacion de saldos                ".
           05 FILLER                PIC X(30) VALUE
               "regulatorio.rpt         036500".
           05 FILLER                PIC X(40) VALUE
               "Informe regulatorio                     ".
           05 FILLER                PIC X(30) VALUE
               "remesaemisores.rpt      004000".
           05 FILLER                PIC X(40) VALUE
               "Remesas de emisores                     ".
           05 FILLER                PIC X(30) VALUE
               "renovmap.rpt            004000".
           05 FILLER                PIC X(40) VALUE
               "Renovacion de tarjetas                  ".
           05 FILLER                PIC X(30) VALUE
               "rentabilidad.rpt        004000".
           05 FILLER                PIC X(40) VALUE
               "Rentabilidad de clientes                ".
           05 FILLER                PIC X(30) VALUE
               "reposiciones.rpt        004000".
           05 FILLER                PIC X(40) VALUE
               "Reposiciones de efectivo                ".
           05 FILLER                PIC X(30) VALUE
               "reposicionesfx.rpt      004000".
           05 FILLER                PIC X(40) VALUE
               "Reposiciones de efectivo en divisa      ".
           05 FILLER                PIC X(30) VALUE
               "residuoregalo.rpt       004000".
           05 FILLER                PIC X(40) VALUE
               "Saldos residuales de tarjetas regalo    ".
           05 FILLER                PIC X(30) VALUE
               "resumencom.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Resumen de comisiones                   ".
           05 FILLER                PIC X(30) VALUE
               "riesgo.rpt              004000".
           05 FILLER                PIC X(40) VALUE
               "Riesgo de prestamos                     ".
           05 FILLER                PIC X(30) VALUE
               "separechazos.rpt        004000".
           05 FILLER                PIC X(40) VALUE
               "Rechazos de transferencias SEPA         ".
           05 FILLER                PIC X(30) VALUE
               "simfraude.rpt           004000".
           05 FILLER                PIC X(40) VALUE
               "Simulacion de reglas de fraude          ".
           05 FILLER                PIC X(30) VALUE
               "sla.rpt                 004000".
           05 FILLER                PIC X(40) VALUE
               "Niveles de servicio                     ".
           05 FILLER                PIC X(30) VALUE
               "suspenso.rpt            036500".
           05 FILLER                PIC X(40) VALUE
               "Partidas en suspenso                    ".
           05 FILLER                PIC X(30) VALUE
               "suspensodev.rpt         036500".
           05 FILLER                PIC X(40) VALUE
               "Partidas devueltas desde suspenso       ".
           05 FILLER                PIC X(30) VALUE
               "tesoreria.rpt           036500".
           05 FILLER                PIC X(40) VALUE
               "Tesoreria y posicion en divisa          ".
           05 FILLER                PIC X(30) VALUE
               "turnos.rpt              004000".
           05 FILLER                PIC X(40) VALUE
               "Cierres de turno de caja                ".
           05 FILLER                PIC X(30) VALUE
               "usocajeros.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Uso de cajeros                          ".
           05 FILLER                PIC X(30) VALUE
               "usopanclaro.rpt         018250".
           05 FILLER                PIC X(40) VALUE
               "Uso de tarjetas en claro                ".
           05 FILLER                PIC X(30) VALUE
               "vetadoslog.rpt          004000".
           05 FILLER                PIC X(40) VALUE
               "Operaciones con destinos vetados        ".
       01 TABLA-INFORMES-R REDEFINES TABLA-INFORMES.
           05 INFORME-DEFECTO OCCURS 87 TIMES.
               10 DEF-FICHERO       PIC X(24).
               10 DEF-DIAS          PIC 9(5).
               10 DEF-RESERVADO     PIC 9(1).
               10 DEF-DESCRIPCION   PIC X(40).
       77 INDICE-INFORME            PIC  9(3).

       77 NOMBRE-INFORME            PIC  X(24).
       77 FECHA-HOY-YMD             PIC  9(8).
       77 HORA-HOY                  PIC  9(6).
       77 DIA-CONTABLE-ENTERO       PIC S9(9).
       77 DIA-CADUCIDAD-ENTERO      PIC S9(9).

      * firma del informe leido: lineas, primera y ultima
       77 LINEAS-INFORME            PIC  9(6).
       77 PRIMERA-LINEA             PIC  X(100).
       77 ULTIMA-LINEA              PIC  X(100).

      * copia que se borra (rearchivado del mismo dia o caducada)
       77 BORRAR-FICHERO            PIC  X(24).
       77 BORRAR-FECHA              PIC  9(8).
      * 1 mientras se recorren las lineas de una copia caducada
       77 COPIA-CADUCADA            PIC  9(1) VALUE 0.
       77 DIAS-COPIA                PIC  9(5).

       77 NUM-CATALOGO              PIC  9(4) VALUE 0.
       77 NUM-CARGADOS              PIC  9(4) VALUE 0.
       77 NUM-RECHAZADOS            PIC  9(4) VALUE 0.
       77 NUM-ARCHIVADOS            PIC  9(4) VALUE 0.
       77 NUM-SIN-CAMBIOS           PIC  9(4) VALUE 0.
       77 NUM-AUSENTES              PIC  9(4) VALUE 0.
       77 NUM-LINEAS-ARCHIVADAS     PIC  9(8) VALUE 0.
       77 NUM-COPIAS-BORRADAS       PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM LEER-FECHA-CONTABLE
               THRU LEER-FECHA-CONTABLE-EXIT.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HORA-HOY =
               (HORAS * 10000) + (MINUTOS * 100) + SEGUNDOS.
           COMPUTE DIA-CONTABLE-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-CONTABLE-YMD).

           PERFORM PREPARAR-CATALOGO THRU PREPARAR-CATALOGO-EXIT.
           PERFORM CARGAR-CATALOGO THRU CARGAR-CATALOGO-EXIT.

           OPEN I-O INFARCHIVO.
           IF FSIA = 35
               OPEN OUTPUT INFARCHIVO
               CLOSE INFARCHIVO
               OPEN I-O INFARCHIVO
           END-IF.
           IF FSIA NOT = 00
               GO TO PSYS-ERR.
           PERFORM ARCHIVAR-INFORMES THRU ARCHIVAR-INFORMES-EXIT.
           PERFORM PURGAR-ARCHIVO THRU PURGAR-ARCHIVO-EXIT.
           CLOSE INFARCHIVO.

           DISPLAY "Archivo de informes de la fecha contable "
               FECHA-CONTABLE-YMD " completado. En catalogo: "
               NUM-CATALOGO " Archivados: " NUM-ARCHIVADOS
               " Sin cambios: " NUM-SIN-CAMBIOS
               " No generados: " NUM-AUSENTES.
           DISPLAY "Lineas archivadas: " NUM-LINEAS-ARCHIVADAS
               " Copias caducadas borradas: " NUM-COPIAS-BORRADAS.
           IF NUM-RECHAZADOS > 0
               DISPLAY "AVISO: " NUM-RECHAZADOS
                   " lineas de catinformes.txt rechazadas"
               MOVE 4 TO RETURN-CODE
               GOBACK.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      * el catalogo se crea la primera vez con la tabla de informes
      *----------------------------------------------------------*
       PREPARAR-CATALOGO.
           OPEN INPUT CATINFORMES.
           IF FSCN = 00
               CLOSE CATINFORMES
               GO TO PREPARAR-CATALOGO-EXIT.
           IF FSCN NOT = 35
               GO TO PSYS-ERR.
           OPEN OUTPUT CATINFORMES.
           IF FSCN NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-INFORME.

       PREPARAR-CATALOGO-ALTA.
           ADD 1 TO INDICE-INFORME.
           IF INDICE-INFORME > 87
               GO TO PREPARAR-CATALOGO-CERRAR.
           INITIALIZE CATINFORME-REG.
           MOVE DEF-FICHERO (INDICE-INFORME) TO CIN-FICHERO.
           MOVE DEF-DESCRIPCION (INDICE-INFORME) TO CIN-DESCRIPCION.
           MOVE DEF-DIAS (INDICE-INFORME) TO CIN-DIAS-RETENCION.
           MOVE DEF-RESERVADO (INDICE-INFORME) TO CIN-RESERVADO.
           WRITE CATINFORME-REG INVALID KEY GO TO PSYS-ERR.
           GO TO PREPARAR-CATALOGO-ALTA.

       PREPARAR-CATALOGO-CERRAR.
           CLOSE CATINFORMES.
           DISPLAY "Catalogo de informes creado con 87 informes".
       PREPARAR-CATALOGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * altas y cambios del catalogo desde catinformes.txt; la
      * firma de la ultima copia de un informe existente se respeta
      *----------------------------------------------------------*
       CARGAR-CATALOGO.
           OPEN INPUT CATINFORMES-TXT.
           IF FSCT = 35
               MOVE "00" TO FSCT
               GO TO CARGAR-CATALOGO-EXIT.
           IF FSCT NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O CATINFORMES.
           IF FSCN NOT = 00
               GO TO PSYS-ERR.

       CARGAR-CATALOGO-LEER.
           READ CATINFORMES-TXT
               AT END GO TO CARGAR-CATALOGO-CERRAR.
           IF CTX-FICHERO = SPACES
                   OR CTX-DIAS-RETENCION NOT NUMERIC
                   OR CTX-RESERVADO NOT NUMERIC
               ADD 1 TO NUM-RECHAZADOS
               GO TO CARGAR-CATALOGO-LEER.
           IF CTX-DIAS-RETENCION = 0 OR CTX-RESERVADO > 1
               ADD 1 TO NUM-RECHAZADOS
               GO TO CARGAR-CATALOGO-LEER.
           MOVE CTX-FICHERO TO CIN-FICHERO.
           READ CATINFORMES INVALID KEY
               GO TO CARGAR-CATALOGO-NUEVO.
           MOVE CTX-DESCRIPCION TO CIN-DESCRIPCION.
           MOVE CTX-DIAS-RETENCION TO CIN-DIAS-RETENCION.
           MOVE CTX-RESERVADO TO CIN-RESERVADO.
           REWRITE CATINFORME-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-CATALOGO-LEER.

       CARGAR-CATALOGO-NUEVO.
           INITIALIZE CATINFORME-REG.
           MOVE CTX-FICHERO TO CIN-FICHERO.
           MOVE CTX-DESCRIPCION TO CIN-DESCRIPCION.
           MOVE CTX-DIAS-RETENCION TO CIN-DIAS-RETENCION.
           MOVE CTX-RESERVADO TO CIN-RESERVADO.
           WRITE CATINFORME-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-CATALOGO-LEER.

       CARGAR-CATALOGO-CERRAR.
           CLOSE CATINFORMES-TXT.
           CLOSE CATINFORMES.
           DISPLAY "Catalogo de informes actualizado. Cargados: "
               NUM-CARGADOS " Rechazados: " NUM-RECHAZADOS.
       CARGAR-CATALOGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * recorrido del catalogo: cada informe generado y cambiado
      * desde su ultima copia se archiva con la fecha contable
      *----------------------------------------------------------*
       ARCHIVAR-INFORMES.
           OPEN I-O CATINFORMES.
           IF FSCN NOT = 00
               GO TO PSYS-ERR.

       ARCHIVAR-INFORMES-LEER.
           READ CATINFORMES NEXT RECORD
               AT END GO TO ARCHIVAR-INFORMES-CERRAR.
           ADD 1 TO NUM-CATALOGO.
           MOVE CIN-FICHERO TO NOMBRE-INFORME.
           PERFORM FIRMAR-INFORME THRU FIRMAR-INFORME-EXIT.
           IF LINEAS-INFORME = 0
               ADD 1 TO NUM-AUSENTES
               GO TO ARCHIVAR-INFORMES-LEER.
           IF LINEAS-INFORME = CIN-ULT-LINEAS
                   AND PRIMERA-LINEA = CIN-ULT-PRIMERA
                   AND ULTIMA-LINEA = CIN-ULT-ULTIMA
               ADD 1 TO NUM-SIN-CAMBIOS
               GO TO ARCHIVAR-INFORMES-LEER.

      * un informe que vuelve a cambiar en la misma fecha contable
      * sustituye a la copia de ese dia
           MOVE CIN-FICHERO TO BORRAR-FICHERO.
           MOVE FECHA-CONTABLE-YMD TO BORRAR-FECHA.
           PERFORM BORRAR-COPIA THRU BORRAR-COPIA-EXIT.
           PERFORM COPIAR-INFORME THRU COPIAR-INFORME-EXIT.

           MOVE FECHA-CONTABLE-YMD TO CIN-ULT-FECHA.
           MOVE LINEAS-INFORME TO CIN-ULT-LINEAS.
           MOVE PRIMERA-LINEA TO CIN-ULT-PRIMERA.
           MOVE ULTIMA-LINEA TO CIN-ULT-ULTIMA.
           REWRITE CATINFORME-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-ARCHIVADOS.
           GO TO ARCHIVAR-INFORMES-LEER.

       ARCHIVAR-INFORMES-CERRAR.
           CLOSE CATINFORMES.
       ARCHIVAR-INFORMES-EXIT.
           EXIT.

      * lineas, primera y ultima del informe; 0 lineas si el
      * informe no existe o esta vacio
       FIRMAR-INFORME.
           MOVE 0 TO LINEAS-INFORME.
           MOVE SPACES TO PRIMERA-LINEA.
           MOVE SPACES TO ULTIMA-LINEA.
           OPEN INPUT INFORME-ORIGEN.
           IF FSIO = 35
               MOVE "00" TO FSIO
               GO TO FIRMAR-INFORME-EXIT.
           IF FSIO NOT = 00
               GO TO PSYS-ERR.

       FIRMAR-INFORME-LEER.
           READ INFORME-ORIGEN
               AT END GO TO FIRMAR-INFORME-CERRAR.
           ADD 1 TO LINEAS-INFORME.
           IF LINEAS-INFORME = 1
               MOVE INFORME-ORIGEN-REG TO PRIMERA-LINEA.
           MOVE INFORME-ORIGEN-REG TO ULTIMA-LINEA.
           GO TO FIRMAR-INFORME-LEER.

       FIRMAR-INFORME-CERRAR.
           CLOSE INFORME-ORIGEN.
       FIRMAR-INFORME-EXIT.
           EXIT.

      * copia linea a linea y cabecera de la copia en la linea 0
       COPIAR-INFORME.
           OPEN INPUT INFORME-ORIGEN.
           IF FSIO NOT = 00
               GO TO PSYS-ERR.
           MOVE CIN-FICHERO TO IAR-FICHERO.
           MOVE FECHA-CONTABLE-YMD TO IAR-FECHA.
           MOVE 0 TO IAR-LINEA.

       COPIAR-INFORME-LEER.
           READ INFORME-ORIGEN
               AT END GO TO COPIAR-INFORME-CABECERA.
           ADD 1 TO IAR-LINEA.
           MOVE INFORME-ORIGEN-REG TO IAR-TEXTO.
           WRITE INFARCHIVO-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-LINEAS-ARCHIVADAS.
           GO TO COPIAR-INFORME-LEER.

       COPIAR-INFORME-CABECERA.
           CLOSE INFORME-ORIGEN.
           MOVE IAR-LINEA TO LINEAS-INFORME.
           MOVE 0 TO IAR-LINEA.
           MOVE SPACES TO IAR-TEXTO.
           MOVE LINEAS-INFORME TO IAR-CAB-LINEAS.
           MOVE FECHA-HOY-YMD TO IAR-CAB-FECHA.
           MOVE HORA-HOY TO IAR-CAB-HORA.
           MOVE CIN-DESCRIPCION TO IAR-CAB-DESCR.
           WRITE INFARCHIVO-REG INVALID KEY GO TO PSYS-ERR.
       COPIAR-INFORME-EXIT.
           EXIT.

      * borra todas las lineas de la copia BORRAR-FICHERO del dia
      * BORRAR-FECHA, si la hay
       BORRAR-COPIA.
           MOVE BORRAR-FICHERO TO IAR-FICHERO.
           MOVE BORRAR-FECHA TO IAR-FECHA.
           MOVE 0 TO IAR-LINEA.
           START INFARCHIVO KEY IS >= IAR-CLAVE
               INVALID KEY GO TO BORRAR-COPIA-EXIT.

       BORRAR-COPIA-LEER.
           READ INFARCHIVO NEXT RECORD
               AT END GO TO BORRAR-COPIA-EXIT.
           IF IAR-FICHERO NOT = BORRAR-FICHERO
                   OR IAR-FECHA NOT = BORRAR-FECHA
               GO TO BORRAR-COPIA-EXIT.
           DELETE INFARCHIVO INVALID KEY GO TO PSYS-ERR.
           GO TO BORRAR-COPIA-LEER.
       BORRAR-COPIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * borrado de las copias caducadas: la cabecera de cada copia
      * decide con la retencion vigente de su informe y sus lineas
      * le siguen en el orden de la clave. Un informe que ya no
      * esta en el catalogo conserva sus copias
      *----------------------------------------------------------*
       PURGAR-ARCHIVO.
           OPEN INPUT CATINFORMES.
           IF FSCN NOT = 00
               GO TO PSYS-ERR.
           MOVE LOW-VALUES TO IAR-CLAVE.
           START INFARCHIVO KEY IS >= IAR-CLAVE
               INVALID KEY GO TO PURGAR-ARCHIVO-CERRAR.
           MOVE 0 TO COPIA-CADUCADA.

       PURGAR-ARCHIVO-LEER.
           READ INFARCHIVO NEXT RECORD
               AT END GO TO PURGAR-ARCHIVO-CERRAR.
           IF IAR-LINEA = 0
               PERFORM DECIDIR-CADUCIDAD
                   THRU DECIDIR-CADUCIDAD-EXIT.
           IF COPIA-CADUCADA = 0
               GO TO PURGAR-ARCHIVO-LEER.
           DELETE INFARCHIVO INVALID KEY GO TO PSYS-ERR.
           GO TO PURGAR-ARCHIVO-LEER.

       PURGAR-ARCHIVO-CERRAR.
           CLOSE CATINFORMES.
       PURGAR-ARCHIVO-EXIT.
           EXIT.

       DECIDIR-CADUCIDAD.
           MOVE 0 TO COPIA-CADUCADA.
           MOVE IAR-FICHERO TO CIN-FICHERO.
           READ CATINFORMES INVALID KEY
               GO TO DECIDIR-CADUCIDAD-EXIT.
           MOVE CIN-DIAS-RETENCION TO DIAS-COPIA.
           COMPUTE DIA-CADUCIDAD-ENTERO =
               FUNCTION INTEGER-OF-DATE(IAR-FECHA) + DIAS-COPIA.
           IF DIA-CADUCIDAD-ENTERO < DIA-CONTABLE-ENTERO
               MOVE 1 TO COPIA-CADUCADA
               ADD 1 TO NUM-COPIAS-BORRADAS.
       DECIDIR-CADUCIDAD-EXIT.
           EXIT.

           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE CATINFORMES.
           CLOSE INFARCHIVO.
           CLOSE INFORME-ORIGEN.
           CLOSE CATINFORMES-TXT.

           MOVE "BATCH-AI" TO ERROR-PROGRAMA.
           IF FSCN NOT = 00
               MOVE FSCN TO ERROR-FS
           ELSE
               IF FSIA NOT = 00
                   MOVE FSIA TO ERROR-FS
               ELSE
                   IF FSIO NOT = 00
                       MOVE FSIO TO ERROR-FS
                   ELSE
                       MOVE FSCT TO ERROR-FS.
           IF FSCI NOT = 00
               MOVE FSCI TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el archivo de informes. "
               "FSCN=" FSCN " FSIA=" FSIA " FSIO=" FSIO
               " FSCT=" FSCT " INFORME=" NOMBRE-INFORME.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
