       77 NUEVO-CBA-NUM             PIC  9(9) VALUE 0.
