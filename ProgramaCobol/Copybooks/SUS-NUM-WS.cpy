       77 NUEVO-SUS-NUM             PIC 9(10) VALUE 0.
