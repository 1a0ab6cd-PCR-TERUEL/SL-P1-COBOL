       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG-BILLETESFX.
      * reorganizacion unica de los billeteros de divisa: lee
      * billetesfx.ubd y aperturafx.ubd con su trazado antiguo (valor
      * nominal de tres cifras) y genera billetesfxnew.ubd y
      * aperturafxnew.ubd con el valor nominal de cinco cifras que
      * piden los billetes de 1000 o mas (CHF, JPY...); el operador
      * renombra los ficheros nuevos sobre los antiguos al terminar
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLETESFX-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BFV-CLAVE
           FILE STATUS IS FSBV.

           SELECT BILLETESFX-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BFN-CLAVE
           FILE STATUS IS FSBN.

           SELECT APERTURAFX-V ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFV-CLAVE
           FILE STATUS IS FSAV.

           SELECT APERTURAFX-N ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFN-CLAVE
           FILE STATUS IS FSAN.

       DATA DIVISION.
       FILE SECTION.
      * trazado antiguo: valor nominal PIC 9(3)
       FD BILLETESFX-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "billetesfx.ubd".
       01 BILLETEFX-V-REG.
           02 BFV-CLAVE.
               03 BFV-CAJERO           PIC 9(4).
               03 BFV-DIVISA           PIC 9(2).
               03 BFV-DENOM            PIC 9(3).
           02 BFV-CANTIDAD             PIC 9(5).

      * trazado nuevo: valor nominal PIC 9(5)
       FD BILLETESFX-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "billetesfxnew.ubd".
       01 BILLETEFX-N-REG.
           02 BFN-CLAVE.
               03 BFN-CAJERO           PIC 9(4).
               03 BFN-DIVISA           PIC 9(2).
               03 BFN-DENOM            PIC 9(5).
           02 BFN-CANTIDAD             PIC 9(5).

       FD APERTURAFX-V
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "aperturafx.ubd".
       01 APERTURAFX-V-REG.
           02 AFV-CLAVE.
               03 AFV-CAJERO           PIC 9(4).
               03 AFV-DIVISA           PIC 9(2).
               03 AFV-DENOM            PIC 9(3).
           02 AFV-RESTO                PIC X(13).

       FD APERTURAFX-N
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "aperturafxnew.ubd".
       01 APERTURAFX-N-REG.
           02 AFN-CLAVE.
               03 AFN-CAJERO           PIC 9(4).
               03 AFN-DIVISA           PIC 9(2).
               03 AFN-DENOM            PIC 9(5).
           02 AFN-RESTO                PIC X(13).

       WORKING-STORAGE SECTION.
       77 FSBV                      PIC  X(2).
       77 FSBN                      PIC  X(2).
       77 FSAV                      PIC  X(2).
       77 FSAN                      PIC  X(2).
       77 NUM-LEIDAS                PIC  9(7) VALUE 0.
       77 NUM-ESCRITAS              PIC  9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM REORG-BILLETES THRU REORG-BILLETES-EXIT.
           PERFORM REORG-APERTURAS THRU REORG-APERTURAS-EXIT.
           DISPLAY "Reorganizacion completada. Leidas: " NUM-LEIDAS
               " Escritas: " NUM-ESCRITAS.
           DISPLAY "Renombre billetesfxnew.ubd sobre billetesfx.ubd "
               "y aperturafxnew.ubd sobre aperturafx.ubd".
           STOP RUN.

       REORG-BILLETES.
           OPEN INPUT BILLETESFX-V.
           IF FSBV = 35
               DISPLAY "AVISO: no hay billetesfx.ubd que reorganizar"
               GO TO REORG-BILLETES-EXIT.
           IF FSBV NOT = 00
               GO TO PSYS-ERR.
           OPEN OUTPUT BILLETESFX-N.
           IF FSBN NOT = 00
               GO TO PSYS-ERR.

       REORG-BILLETES-LEER.
           READ BILLETESFX-V NEXT RECORD
               AT END GO TO REORG-BILLETES-FIN.
           ADD 1 TO NUM-LEIDAS.
           MOVE BFV-CAJERO TO BFN-CAJERO.
           MOVE BFV-DIVISA TO BFN-DIVISA.
           MOVE BFV-DENOM TO BFN-DENOM.
           MOVE BFV-CANTIDAD TO BFN-CANTIDAD.
           WRITE BILLETEFX-N-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-ESCRITAS.
           GO TO REORG-BILLETES-LEER.

       REORG-BILLETES-FIN.
           CLOSE BILLETESFX-V.
           CLOSE BILLETESFX-N.
       REORG-BILLETES-EXIT.
           EXIT.

       REORG-APERTURAS.
           OPEN INPUT APERTURAFX-V.
           IF FSAV = 35
               DISPLAY "AVISO: no hay aperturafx.ubd que reorganizar"
               GO TO REORG-APERTURAS-EXIT.
           IF FSAV NOT = 00
               GO TO PSYS-ERR.
           OPEN OUTPUT APERTURAFX-N.
           IF FSAN NOT = 00
               GO TO PSYS-ERR.

       REORG-APERTURAS-LEER.
           READ APERTURAFX-V NEXT RECORD
               AT END GO TO REORG-APERTURAS-FIN.
           ADD 1 TO NUM-LEIDAS.
           MOVE AFV-CAJERO TO AFN-CAJERO.
           MOVE AFV-DIVISA TO AFN-DIVISA.
           MOVE AFV-DENOM TO AFN-DENOM.
           MOVE AFV-RESTO TO AFN-RESTO.
           WRITE APERTURAFX-N-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-ESCRITAS.
           GO TO REORG-APERTURAS-LEER.

       REORG-APERTURAS-FIN.
           CLOSE APERTURAFX-V.
           CLOSE APERTURAFX-N.
       REORG-APERTURAS-EXIT.
           EXIT.

       PSYS-ERR.
           DISPLAY "ERROR: fallo de E/S en la reorganizacion. "
               "FSBV=" FSBV " FSBN=" FSBN " FSAV=" FSAV
               " FSAN=" FSAN.
           CLOSE BILLETESFX-V.
           CLOSE BILLETESFX-N.
           CLOSE APERTURAFX-V.
           CLOSE APERTURAFX-N.
           STOP RUN.
