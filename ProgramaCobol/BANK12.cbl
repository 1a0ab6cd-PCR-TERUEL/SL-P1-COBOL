       PROGRAM-ID. BANK12.
      * submenu "Otros servicios" del menu principal de BANK1:
      * agrupa los servicios del cajero que no caben en la pantalla
      * del menu principal, cada uno en su propio programa; solo
      * muestra y acepta los servicios que admite el producto de la
      * tarjeta en el catalogo productos.ubd
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "PRODUCTOS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TARJETAS-FD.cpy".
           COPY "PRODUCTOS-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2) VALUE "00".
       77 FSPD                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PRODUCTO-WS.cpy".

       77 CHOICE                    PIC  9(2) BLANK WHEN ZERO.
       77 OPCION-SERVICIO           PIC  9(2) VALUE 0.

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).
           COPY "IMPRIMIR-CABECERA.cpy".

       PMENU-SERVICIOS.
           PERFORM LEER-SERVICIOS THRU LEER-SERVICIOS-EXIT.
           DISPLAY (8, 25) "Otros servicios".
           IF SERVICIO-PRODUCTO (1) NOT = "N"
               DISPLAY (10, 15) "1 - Ingresar cheque".
           IF SERVICIO-PRODUCTO (2) NOT = "N"
               DISPLAY (11, 15) "2 - Deposito a plazo fijo".
           IF SERVICIO-PRODUCTO (3) NOT = "N"
               DISPLAY (12, 15) "3 - Domiciliaciones".
           IF SERVICIO-PRODUCTO (4) NOT = "N"
               DISPLAY (13, 15) "4 - Pagar recibo".
           IF SERVICIO-PRODUCTO (5) NOT = "N"
               DISPLAY (14, 15) "5 - Recarga de movil".
           IF SERVICIO-PRODUCTO (6) NOT = "N"
               DISPLAY (15, 15) "6 - Enviar efectivo con codigo".
           IF SERVICIO-PRODUCTO (7) NOT = "N"
               DISPLAY (16, 15) "7 - Posicion global".
           IF SERVICIO-PRODUCTO (8) NOT = "N"
               DISPLAY (17, 15) "8 - Avisos de la tarjeta".
           IF SERVICIO-PRODUCTO (9) NOT = "N"
               DISPLAY (18, 15) "9 - Consulta de archivo".
           IF SERVICIO-PRODUCTO (10) NOT = "N"
               DISPLAY (19, 15) "10 - Amortizar prestamo".
           IF SERVICIO-PRODUCTO (11) NOT = "N"
               DISPLAY (20, 15) "11 - Tarjetas autorizadas".
           IF SERVICIO-PRODUCTO (12) NOT = "N"
               DISPLAY (21, 15) "12 - Disputar recibo".
           IF SERVICIO-PRODUCTO (13) NOT = "N"
               DISPLAY (22, 15) "13 - Franja horaria de bloqueo".
           IF SERVICIO-PRODUCTO (14) NOT = "N"
               DISPLAY (23, 15) "14 - Resumen por categorias".
           IF SERVICIO-PRODUCTO (15) NOT = "N"
               DISPLAY (23, 45) "15 - Huchas de ahorro".
           IF SERVICIO-PRODUCTO (16) NOT = "N"
               DISPLAY (22, 45) "16 - Reclamar retirada".
           IF SERVICIO-PRODUCTO (17) NOT = "N"
               DISPLAY (21, 45) "17 - Ingreso a otra tarjeta".
           IF SERVICIO-PRODUCTO (18) NOT = "N"
               DISPLAY (20, 45) "18 - Reservar retirada grande".
           IF SERVICIO-PRODUCTO (19) NOT = "N"
               DISPLAY (19, 45) "19 - Anticipo de nomina".
           IF SERVICIO-PRODUCTO (20) NOT = "N"
               DISPLAY (18, 45) "20 - Pagos al movil".
           IF SERVICIO-PRODUCTO (21) NOT = "N"
               DISPLAY (17, 45) "21 - Mis puntos".
           IF SERVICIO-PRODUCTO (22) NOT = "N"
               DISPLAY (16, 45) "22 - Aviso de viaje".
           IF SERVICIO-PRODUCTO (23) NOT = "N"
               DISPLAY (15, 45) "23 - Solicitar prestamo".
           IF SERVICIO-PRODUCTO (24) NOT = "N"
               DISPLAY (14, 45) "24 - No pago de cheques".
           IF SERVICIO-PRODUCTO (25) NOT = "N"
               DISPLAY (13, 45) "25 - Quejas y reclamaciones".
           IF SERVICIO-PRODUCTO (26) NOT = "N"
               DISPLAY (12, 45) "26 - Tarjetas de menores".
           DISPLAY (24, 34) "ESC - Salir".

       PMENU-SERVICIOS-A1.
                   EXIT PROGRAM
               ELSE
                   GO TO PMENU-SERVICIOS-A1.
           IF CHOICE = 0 OR CHOICE > 30
               GO TO PMENU-SERVICIOS-A1.
           MOVE CHOICE TO OPCION-SERVICIO.
           IF SERVICIO-PRODUCTO (OPCION-SERVICIO) = "N"
               GO TO PMENU-SERVICIOS-A1.

           IF CHOICE = 1
               CALL "BANK13" USING TNUM-P
           IF CHOICE = 19
               CALL "BANK53" USING TNUM-P
               GO TO IMPRIMIR-CABECERA.
           IF CHOICE = 20
               CALL "BANK55" USING TNUM-P
               GO TO IMPRIMIR-CABECERA.
           IF CHOICE = 21
               CALL "BANK62" USING TNUM-P
               GO TO IMPRIMIR-CABECERA.
           IF CHOICE = 22
               CALL "BANK63" USING TNUM-P
               GO TO IMPRIMIR-CABECERA.
           IF CHOICE = 23
               CALL "BANK65" USING TNUM-P
               GO TO IMPRIMIR-CABECERA.
           IF CHOICE = 24
               CALL "BANK69" USING TNUM-P
               GO TO IMPRIMIR-CABECERA.
           IF CHOICE = 25
               CALL "BANK70" USING TNUM-P
               GO TO IMPRIMIR-CABECERA.
           IF CHOICE = 26
               CALL "BANK81" USING TNUM-P
               GO TO IMPRIMIR-CABECERA.
           GO TO PMENU-SERVICIOS-A1.

      * servicios del producto de la tarjeta; sin ficha en el
      * catalogo quedan todos disponibles. La cuenta de menor nunca
      * ofrece reservas de retirada grande, anticipos, prestamos ni
      * la gestion de tarjetas de menores a cargo
       LEER-SERVICIOS.
           MOVE 0 TO PRODUCTO-BUSCADO.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO TNUM.
           READ TARJETAS INVALID KEY MOVE 0 TO TPRODUCTO.
           MOVE TPRODUCTO TO PRODUCTO-BUSCADO.
           CLOSE TARJETAS.
           PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT.
           IF PRODUCTO-BUSCADO = 7
               MOVE "N" TO SERVICIO-PRODUCTO (18)
               MOVE "N" TO SERVICIO-PRODUCTO (19)
               MOVE "N" TO SERVICIO-PRODUCTO (23)
               MOVE "N" TO SERVICIO-PRODUCTO (26).
       LEER-SERVICIOS-EXIT.
           EXIT.

           COPY "LEER-PRODUCTO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE PRODUCTOS.

           MOVE "BANK12" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               IF FSPD NOT = 00
                   MOVE FSPD TO ERROR-FS
               ELSE
                   MOVE FSE TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
