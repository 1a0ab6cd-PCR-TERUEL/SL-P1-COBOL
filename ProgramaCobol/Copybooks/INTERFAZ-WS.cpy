       77 FSIF                      PIC   X(2) VALUE "00".
       77 FSVD                      PIC   X(2) VALUE "00".
       77 FSVH                      PIC   X(2) VALUE "00".
       77 NOMBRE-ENVIO-DESDE         PIC X(30).
       77 NOMBRE-ENVIO-HACIA         PIC X(30).

      * datos del fichero de salida que el batch rellena antes de
      * registrarlo; ENVIO-SECUENCIA y ENVIO-LINEAS los devuelve
      * el registro
       77 ENVIO-DESTINATARIO         PIC X(8)  VALUE SPACES.
       77 ENVIO-FICHERO              PIC X(20) VALUE SPACES.
       77 ENVIO-PROGRAMA             PIC X(8)  VALUE SPACES.
       77 ENVIO-REGISTROS            PIC 9(9)  VALUE 0.
       77 ENVIO-TOTAL-CONTROL        PIC S9(13)V99 VALUE 0.
       77 ENVIO-SECUENCIA            PIC 9(6)  VALUE 0.
       77 ENVIO-LINEAS               PIC 9(9)  VALUE 0.
