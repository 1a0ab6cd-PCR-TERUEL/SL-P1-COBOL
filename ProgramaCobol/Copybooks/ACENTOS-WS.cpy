      * letras acentuadas en ISO-8859-1 (C0 a FF) y segundo octeto
      * de las mismas en UTF-8 tras el C3 (80 a BF), con la letra
      * sin acento que les corresponde
       01 ACENTOS-LATIN1.
           05 FILLER PIC X(8) VALUE X"C0C1C2C3C4C5C6C7".
           05 FILLER PIC X(8) VALUE X"C8C9CACBCCCDCECF".
           05 FILLER PIC X(8) VALUE X"D0D1D2D3D4D5D6D7".
           05 FILLER PIC X(8) VALUE X"D8D9DADBDCDDDEDF".
           05 FILLER PIC X(8) VALUE X"E0E1E2E3E4E5E6E7".
           05 FILLER PIC X(8) VALUE X"E8E9EAEBECEDEEEF".
           05 FILLER PIC X(8) VALUE X"F0F1F2F3F4F5F6F7".
           05 FILLER PIC X(8) VALUE X"F8F9FAFBFCFDFEFF".
       01 ACENTOS-UTF8.
           05 FILLER PIC X(8) VALUE X"8081828384858687".
           05 FILLER PIC X(8) VALUE X"88898A8B8C8D8E8F".
           05 FILLER PIC X(8) VALUE X"9091929394959697".
           05 FILLER PIC X(8) VALUE X"98999A9B9C9D9E9F".
           05 FILLER PIC X(8) VALUE X"A0A1A2A3A4A5A6A7".
           05 FILLER PIC X(8) VALUE X"A8A9AAABACADAEAF".
           05 FILLER PIC X(8) VALUE X"B0B1B2B3B4B5B6B7".
           05 FILLER PIC X(8) VALUE X"B8B9BABBBCBDBEBF".
       01 LETRAS-PLANAS.
           05 FILLER PIC X(16) VALUE "AAAAAAACEEEEIIII".
           05 FILLER PIC X(16) VALUE "DNOOOOO OUUUUY S".
           05 FILLER PIC X(16) VALUE "AAAAAAACEEEEIIII".
           05 FILLER PIC X(16) VALUE "DNOOOOO OUUUUY Y".
