       77 NUEVO-AUT-NUM             PIC  9(10) VALUE 0.
