       77 NUEVO-EBG-NUM             PIC 9(10) VALUE 0.
