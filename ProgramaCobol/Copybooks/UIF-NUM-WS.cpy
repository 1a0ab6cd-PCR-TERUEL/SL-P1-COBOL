       77 NUEVO-UIF-NUM             PIC  9(9) VALUE 0.
