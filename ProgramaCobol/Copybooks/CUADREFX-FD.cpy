           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CFX-DIVISA               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CFX-DENOM                PIC 9(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CFX-APERTURA             PIC 9(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
