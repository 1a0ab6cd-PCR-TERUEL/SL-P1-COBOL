       77 NUEVO-AJE-NUM             PIC  9(10) VALUE 0.
