       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-SANCIONES.
      * carga de las listas de sanciones y de personas con
      * responsabilidad publica (PEP) y recribado completo de los
      * clientes: sanciones.txt sustituye entera a sanciones.ubd
      * (las entradas que ya no se publican desaparecen) y, tras
      * cada carga, todos los clientes de clientes.ubd se cruzan
      * contra la lista por documento y por nombre; el nombre se
      * compara en mayusculas, sin acentos ni particulas (DE, DEL,
      * LA...) y sin importar el orden de las palabras, de modo que
      * un cliente con un solo apellido coincide con la entrada
      * publicada con los dos y al reves; cada posible coincidencia
      * nueva queda en coincidencias.ubd para que cumplimiento la
      * confirme o la descarte en BANK60
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SANCIONES-SEL.cpy".
           COPY "COINCIDENCIAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".

           SELECT SANCIONES-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLS.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SANCIONES-FD.cpy".
           COPY "COINCIDENCIAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".

      * publicacion de las listas: una persona por linea; el nombre
      * va al final porque puede traer letras acentuadas de dos
      * octetos
       FD SANCIONES-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sanciones.txt".
       01 SANCION-TXT-REG.
           02 STX-LISTA                PIC X(1).
           02 FILLER                   PIC X(1).
           02 STX-DOCUMENTO            PIC X(12).
           02 FILLER                   PIC X(1).
           02 STX-MOTIVO               PIC X(20).
           02 FILLER                   PIC X(1).
           02 STX-NOMBRE               PIC X(80).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSSN                      PIC   X(2).
       77 FSHI                      PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSLS                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 NUM-LEIDOS                 PIC  9(5) VALUE 0.
       77 NUM-CARGADOS               PIC  9(5) VALUE 0.
       77 NUM-RECHAZADOS             PIC  9(5) VALUE 0.
       77 NUM-CLIENTES-CRIBADOS      PIC  9(7) VALUE 0.
       77 NUM-COINCIDENCIAS-NUEVAS   PIC  9(5) VALUE 0.

      * normalizacion de nombres: entrada en bruto, palabras
      * significativas resultantes y palabra en construccion
       77 NOMBRE-ENTRADA             PIC X(80).
       01 TABLA-PALABRAS.
           05 PALABRA                PIC X(20) OCCURS 8 TIMES.
       77 NUM-PALABRAS               PIC  9(1).
       77 PALABRA-ACTUAL             PIC X(20).
       77 LONG-PALABRA               PIC  9(2).
       77 IND-CARACTER               PIC  9(2).
       77 CARACTER                   PIC X(1).
       77 IND-PAL                    PIC  9(1).
       77 IND-PAL-2                  PIC  9(1).
       77 PALABRA-AUX                PIC X(20).
       77 IND-CLAVE                  PIC  9(2).

           COPY "ACENTOS-WS.cpy".

      * documento normalizado: mayusculas sin guiones, puntos ni
      * espacios
       77 DOCUMENTO-ENTRADA          PIC X(12).
       77 DOCUMENTO-NORMAL           PIC X(12).
       77 IND-DOC                    PIC  9(2).
       77 IND-DOC-SAL                PIC  9(2).

      * lista en memoria para el cribado: clave de sanciones.ubd y
      * sus palabras
       01 TABLA-LISTA.
           05 ENTRADA-LISTA OCCURS 2000 TIMES.
               10 LST-CLAVE.
                   15 LST-NOMBRE-CLAVE PIC X(60).
                   15 LST-DOCUMENTO   PIC X(12).
               10 LST-NUM-PALABRAS   PIC 9(1).
               10 LST-PALABRA        PIC X(20) OCCURS 8 TIMES.
       77 NUM-ENTRADAS-LISTA         PIC  9(4) VALUE 0.
       77 IND-LISTA                  PIC  9(4).

      * cliente que se esta cribando
       01 TABLA-PALABRAS-CLIENTE.
           05 PALABRA-CLIENTE        PIC X(20) OCCURS 8 TIMES.
       77 NUM-PALABRAS-CLIENTE       PIC  9(1).
       77 DNI-CLIENTE-NORMAL         PIC X(12).
       77 PALABRAS-COMUNES           PIC  9(1).
       77 CRITERIO-COINCIDENCIA      PIC  9(1).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM CARGAR-LISTA THRU CARGAR-LISTA-EXIT.
           IF FSLS = 35
               DISPLAY "AVISO: no hay fichero sanciones.txt que cargar"
               GOBACK.
           DISPLAY "Carga de listas completada. Leidos: "
               NUM-LEIDOS " Cargados: " NUM-CARGADOS
               " Rechazados: " NUM-RECHAZADOS.

           PERFORM LEER-LISTA THRU LEER-LISTA-EXIT.
           PERFORM CRIBAR-CLIENTES THRU CRIBAR-CLIENTES-EXIT.
           DISPLAY "Cribado de clientes completado. Clientes: "
               NUM-CLIENTES-CRIBADOS " Coincidencias nuevas: "
               NUM-COINCIDENCIAS-NUEVAS.
           GOBACK.

      *----------------------------------------------------------*
      * la publicacion sustituye a la lista anterior; la misma
      * persona en las dos listas queda como sancionada
      *----------------------------------------------------------*
       CARGAR-LISTA.
           OPEN INPUT SANCIONES-TXT.
           IF FSLS = 35
               GO TO CARGAR-LISTA-EXIT.
           IF FSLS NOT = 00
               GO TO PSYS-ERR.
           OPEN OUTPUT SANCIONES.
           IF FSSN NOT = 00
               GO TO PSYS-ERR.
           CLOSE SANCIONES.
           OPEN I-O SANCIONES.
           IF FSSN NOT = 00
               GO TO PSYS-ERR.

       CARGAR-LISTA-LEER.
           READ SANCIONES-TXT AT END GO TO CARGAR-LISTA-CERRAR.
           ADD 1 TO NUM-LEIDOS.
           IF STX-LISTA NOT = "S" AND STX-LISTA NOT = "P"
               ADD 1 TO NUM-RECHAZADOS
               GO TO CARGAR-LISTA-LEER.

           MOVE STX-NOMBRE TO NOMBRE-ENTRADA.
           PERFORM NORMALIZAR-NOMBRE THRU NORMALIZAR-NOMBRE-EXIT.
           IF NUM-PALABRAS = 0
               ADD 1 TO NUM-RECHAZADOS
               GO TO CARGAR-LISTA-LEER.
           PERFORM ORDENAR-PALABRAS THRU ORDENAR-PALABRAS-EXIT.

           MOVE SPACES TO SAN-NOMBRE-CLAVE.
           MOVE 1 TO IND-CLAVE.
           MOVE 0 TO IND-PAL.
       CARGAR-LISTA-CLAVE.
           ADD 1 TO IND-PAL.
           IF IND-PAL > NUM-PALABRAS
               GO TO CARGAR-LISTA-GRABAR.
           STRING PALABRA (IND-PAL) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
               INTO SAN-NOMBRE-CLAVE WITH POINTER IND-CLAVE
               ON OVERFLOW GO TO CARGAR-LISTA-GRABAR.
           GO TO CARGAR-LISTA-CLAVE.

       CARGAR-LISTA-GRABAR.
           MOVE STX-DOCUMENTO TO DOCUMENTO-ENTRADA.
           PERFORM NORMALIZAR-DOCUMENTO THRU NORMALIZAR-DOCUMENTO-EXIT.
           MOVE DOCUMENTO-NORMAL TO SAN-DOCUMENTO.
           MOVE STX-LISTA TO SAN-LISTA.
           MOVE STX-NOMBRE TO SAN-NOMBRE.
           MOVE STX-MOTIVO TO SAN-MOTIVO.
           MOVE FECHA-HOY-YMD TO SAN-FECHA-CARGA.
           WRITE SANCION-REG INVALID KEY GO TO CARGAR-LISTA-REPETIDA.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-LISTA-LEER.

       CARGAR-LISTA-REPETIDA.
           IF STX-LISTA NOT = "S"
               GO TO CARGAR-LISTA-LEER.
           READ SANCIONES INVALID KEY GO TO PSYS-ERR.
           MOVE "S" TO SAN-LISTA.
           MOVE STX-MOTIVO TO SAN-MOTIVO.
           REWRITE SANCION-REG INVALID KEY GO TO PSYS-ERR.
           GO TO CARGAR-LISTA-LEER.

       CARGAR-LISTA-CERRAR.
           CLOSE SANCIONES-TXT.
           CLOSE SANCIONES.
       CARGAR-LISTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * la lista recien cargada pasa a memoria con sus palabras,
      * que son las de la clave ya normalizada
      *----------------------------------------------------------*
       LEER-LISTA.
           OPEN INPUT SANCIONES.
           IF FSSN NOT = 00
               GO TO PSYS-ERR.

       LEER-LISTA-LEER.
           READ SANCIONES NEXT RECORD
               AT END GO TO LEER-LISTA-CERRAR.
           IF NUM-ENTRADAS-LISTA NOT < 2000
               DISPLAY "Aviso: tabla de la lista llena, entrada "
                   SAN-NOMBRE-CLAVE " sin cribar"
               GO TO LEER-LISTA-LEER.
           ADD 1 TO NUM-ENTRADAS-LISTA.
           MOVE SAN-CLAVE TO LST-CLAVE (NUM-ENTRADAS-LISTA).
           MOVE SAN-NOMBRE-CLAVE TO NOMBRE-ENTRADA.
           PERFORM NORMALIZAR-NOMBRE THRU NORMALIZAR-NOMBRE-EXIT.
           MOVE NUM-PALABRAS TO LST-NUM-PALABRAS (NUM-ENTRADAS-LISTA).
           MOVE 0 TO IND-PAL.
       LEER-LISTA-PALABRAS.
           ADD 1 TO IND-PAL.
           IF IND-PAL > 8
               GO TO LEER-LISTA-LEER.
           MOVE PALABRA (IND-PAL)
               TO LST-PALABRA (NUM-ENTRADAS-LISTA, IND-PAL).
           GO TO LEER-LISTA-PALABRAS.

       LEER-LISTA-CERRAR.
           CLOSE SANCIONES.
       LEER-LISTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cada cliente contra cada entrada de la lista
      *----------------------------------------------------------*
       CRIBAR-CLIENTES.
           IF NUM-ENTRADAS-LISTA = 0
               GO TO CRIBAR-CLIENTES-EXIT.
           OPEN INPUT CLIENTES.
           IF FSC = 35
               GO TO CRIBAR-CLIENTES-EXIT.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O COINCIDENCIAS.
           IF FSHI = 35
               OPEN OUTPUT COINCIDENCIAS
           END-IF.
           IF FSHI NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT SANCIONES.
           IF FSSN NOT = 00
               GO TO PSYS-ERR.

       CRIBAR-CLIENTES-LEER.
           READ CLIENTES NEXT RECORD
               AT END GO TO CRIBAR-CLIENTES-CERRAR.
           IF CLI-NOMBRE = "*FUSIONADO*" OR CLI-NOMBRE = "*BORRADO*"
               GO TO CRIBAR-CLIENTES-LEER.
           ADD 1 TO NUM-CLIENTES-CRIBADOS.

           MOVE SPACES TO NOMBRE-ENTRADA.
           STRING CLI-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-APELLIDOS DELIMITED BY SIZE
               INTO NOMBRE-ENTRADA.
           PERFORM NORMALIZAR-NOMBRE THRU NORMALIZAR-NOMBRE-EXIT.
           MOVE TABLA-PALABRAS TO TABLA-PALABRAS-CLIENTE.
           MOVE NUM-PALABRAS TO NUM-PALABRAS-CLIENTE.
           MOVE CLI-DNI TO DOCUMENTO-ENTRADA.
           PERFORM NORMALIZAR-DOCUMENTO THRU NORMALIZAR-DOCUMENTO-EXIT.
           MOVE DOCUMENTO-NORMAL TO DNI-CLIENTE-NORMAL.

           MOVE 0 TO IND-LISTA.
       CRIBAR-CLIENTES-ENTRADA.
           ADD 1 TO IND-LISTA.
           IF IND-LISTA > NUM-ENTRADAS-LISTA
               GO TO CRIBAR-CLIENTES-LEER.
           PERFORM COMPARAR-ENTRADA THRU COMPARAR-ENTRADA-EXIT.
           IF CRITERIO-COINCIDENCIA NOT = 0
               PERFORM ANOTAR-COINCIDENCIA
                   THRU ANOTAR-COINCIDENCIA-EXIT.
           GO TO CRIBAR-CLIENTES-ENTRADA.

       CRIBAR-CLIENTES-CERRAR.
           CLOSE CLIENTES.
           CLOSE COINCIDENCIAS.
           CLOSE SANCIONES.
       CRIBAR-CLIENTES-EXIT.
           EXIT.

      * mismo documento, o al menos dos palabras en comun que sean
      * todas las de la entrada o todas las del cliente
       COMPARAR-ENTRADA.
           MOVE 0 TO CRITERIO-COINCIDENCIA.
           IF DNI-CLIENTE-NORMAL NOT = SPACES
                   AND LST-DOCUMENTO (IND-LISTA) = DNI-CLIENTE-NORMAL
               MOVE 2 TO CRITERIO-COINCIDENCIA.

           MOVE 0 TO PALABRAS-COMUNES.
           MOVE 0 TO IND-PAL.
       COMPARAR-ENTRADA-PALABRA.
           ADD 1 TO IND-PAL.
           IF IND-PAL > LST-NUM-PALABRAS (IND-LISTA)
               GO TO COMPARAR-ENTRADA-NOMBRE.
           MOVE 0 TO IND-PAL-2.
       COMPARAR-ENTRADA-CLIENTE.
           ADD 1 TO IND-PAL-2.
           IF IND-PAL-2 > NUM-PALABRAS-CLIENTE
               GO TO COMPARAR-ENTRADA-PALABRA.
           IF PALABRA-CLIENTE (IND-PAL-2) =
                   LST-PALABRA (IND-LISTA, IND-PAL)
               ADD 1 TO PALABRAS-COMUNES
               GO TO COMPARAR-ENTRADA-PALABRA.
           GO TO COMPARAR-ENTRADA-CLIENTE.

       COMPARAR-ENTRADA-NOMBRE.
           IF PALABRAS-COMUNES < 2
               GO TO COMPARAR-ENTRADA-EXIT.
           IF PALABRAS-COMUNES NOT = LST-NUM-PALABRAS (IND-LISTA)
                   AND PALABRAS-COMUNES NOT = NUM-PALABRAS-CLIENTE
               GO TO COMPARAR-ENTRADA-EXIT.
           ADD 1 TO CRITERIO-COINCIDENCIA.
       COMPARAR-ENTRADA-EXIT.
           EXIT.

      * una pareja cliente/entrada ya propuesta no se repite, este
      * pendiente, confirmada o descartada
       ANOTAR-COINCIDENCIA.
           MOVE CLI-COD TO COI-CLI-COD.
           MOVE LST-CLAVE (IND-LISTA) TO COI-SAN-CLAVE.
           READ COINCIDENCIAS INVALID KEY
               GO TO ANOTAR-COINCIDENCIA-NUEVA.
           GO TO ANOTAR-COINCIDENCIA-EXIT.

       ANOTAR-COINCIDENCIA-NUEVA.
           MOVE LST-CLAVE (IND-LISTA) TO SAN-CLAVE.
           READ SANCIONES INVALID KEY GO TO PSYS-ERR.
           MOVE CLI-COD TO COI-CLI-COD.
           MOVE SAN-CLAVE TO COI-SAN-CLAVE.
           MOVE SAN-LISTA TO COI-LISTA.
           MOVE SAN-NOMBRE TO COI-NOMBRE-LISTA.
           MOVE SAN-MOTIVO TO COI-MOTIVO.
           MOVE CRITERIO-COINCIDENCIA TO COI-CRITERIO.
           MOVE FECHA-HOY-YMD TO COI-FECHA-ALTA.
           MOVE 0 TO COI-ESTADO.
           MOVE 0 TO COI-ANALISTA.
           MOVE SPACES TO COI-NOTAS.
           MOVE 0 TO COI-FECHA-DECISION.
           WRITE COINCIDENCIA-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-COINCIDENCIAS-NUEVAS.
       ANOTAR-COINCIDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * NOMBRE-ENTRADA a palabras de TABLA-PALABRAS: las letras
      * acentuadas (de uno o de dos octetos) pasan a su letra sin
      * acento, todo a mayusculas, cualquier otro signo separa
      * palabras, y se desechan las particulas y las iniciales
      *----------------------------------------------------------*
       NORMALIZAR-NOMBRE.
           MOVE SPACES TO TABLA-PALABRAS.
           MOVE 0 TO NUM-PALABRAS.
           MOVE SPACES TO PALABRA-ACTUAL.
           MOVE 0 TO LONG-PALABRA.
           MOVE 0 TO IND-CARACTER.

       NORMALIZAR-NOMBRE-CARACTER.
           ADD 1 TO IND-CARACTER.
           IF IND-CARACTER > 80
               PERFORM CERRAR-PALABRA THRU CERRAR-PALABRA-EXIT
               GO TO NORMALIZAR-NOMBRE-EXIT.
           MOVE NOMBRE-ENTRADA (IND-CARACTER:1) TO CARACTER.
           IF CARACTER = X"C3" AND IND-CARACTER < 80
               ADD 1 TO IND-CARACTER
               MOVE NOMBRE-ENTRADA (IND-CARACTER:1) TO CARACTER
               INSPECT CARACTER CONVERTING ACENTOS-UTF8
                   TO LETRAS-PLANAS
           ELSE
               INSPECT CARACTER CONVERTING ACENTOS-LATIN1
                   TO LETRAS-PLANAS.
           INSPECT CARACTER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF (CARACTER NOT < "A" AND CARACTER NOT > "Z")
                   OR (CARACTER NOT < "0" AND CARACTER NOT > "9")
               IF LONG-PALABRA < 20
                   ADD 1 TO LONG-PALABRA
                   MOVE CARACTER TO PALABRA-ACTUAL (LONG-PALABRA:1)
               END-IF
               GO TO NORMALIZAR-NOMBRE-CARACTER.
           PERFORM CERRAR-PALABRA THRU CERRAR-PALABRA-EXIT.
           GO TO NORMALIZAR-NOMBRE-CARACTER.
       NORMALIZAR-NOMBRE-EXIT.
           EXIT.

       CERRAR-PALABRA.
           IF LONG-PALABRA < 2
               GO TO CERRAR-PALABRA-VACIAR.
           IF PALABRA-ACTUAL = "DE" OR "DEL" OR "LA" OR "LAS"
                   OR "LOS" OR "DA" OR "DAS" OR "DO" OR "DOS"
                   OR "DI" OR "DU" OR "VAN" OR "VON" OR "EL"
               GO TO CERRAR-PALABRA-VACIAR.
           IF NUM-PALABRAS < 8
               ADD 1 TO NUM-PALABRAS
               MOVE PALABRA-ACTUAL TO PALABRA (NUM-PALABRAS).
       CERRAR-PALABRA-VACIAR.
           MOVE SPACES TO PALABRA-ACTUAL.
           MOVE 0 TO LONG-PALABRA.
       CERRAR-PALABRA-EXIT.
           EXIT.

      * orden alfabetico de las palabras, para que la clave de la
      * lista no dependa del orden en que se publica el nombre
       ORDENAR-PALABRAS.
           MOVE 1 TO IND-PAL.
       ORDENAR-PALABRAS-PASADA.
           IF IND-PAL NOT < NUM-PALABRAS
               GO TO ORDENAR-PALABRAS-EXIT.
           MOVE IND-PAL TO IND-PAL-2.
       ORDENAR-PALABRAS-COMPARAR.
           ADD 1 TO IND-PAL-2.
           IF IND-PAL-2 > NUM-PALABRAS
               ADD 1 TO IND-PAL
               GO TO ORDENAR-PALABRAS-PASADA.
           IF PALABRA (IND-PAL-2) < PALABRA (IND-PAL)
               MOVE PALABRA (IND-PAL) TO PALABRA-AUX
               MOVE PALABRA (IND-PAL-2) TO PALABRA (IND-PAL)
               MOVE PALABRA-AUX TO PALABRA (IND-PAL-2).
           GO TO ORDENAR-PALABRAS-COMPARAR.
       ORDENAR-PALABRAS-EXIT.
           EXIT.

       NORMALIZAR-DOCUMENTO.
           INSPECT DOCUMENTO-ENTRADA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO DOCUMENTO-NORMAL.
           MOVE 0 TO IND-DOC.
           MOVE 0 TO IND-DOC-SAL.
       NORMALIZAR-DOCUMENTO-CARACTER.
           ADD 1 TO IND-DOC.
           IF IND-DOC > 12
               GO TO NORMALIZAR-DOCUMENTO-EXIT.
           MOVE DOCUMENTO-ENTRADA (IND-DOC:1) TO CARACTER.
           IF (CARACTER NOT < "A" AND CARACTER NOT > "Z")
                   OR (CARACTER NOT < "0" AND CARACTER NOT > "9")
               ADD 1 TO IND-DOC-SAL
               MOVE CARACTER TO DOCUMENTO-NORMAL (IND-DOC-SAL:1).
           GO TO NORMALIZAR-DOCUMENTO-CARACTER.
       NORMALIZAR-DOCUMENTO-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE SANCIONES-TXT.
           CLOSE SANCIONES.
           CLOSE COINCIDENCIAS.
           CLOSE CLIENTES.

           MOVE "BATCH-SN" TO ERROR-PROGRAMA.
           IF FSSN NOT = 00
               MOVE FSSN TO ERROR-FS
           ELSE
               IF FSHI NOT = 00
                   MOVE FSHI TO ERROR-FS
               ELSE
                   IF FSC NOT = 00
                       MOVE FSC TO ERROR-FS
                   ELSE
                       MOVE FSLS TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la carga de sanciones. FSSN="
               FSSN " FSHI=" FSHI " FSC=" FSC " FSLS=" FSLS.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
