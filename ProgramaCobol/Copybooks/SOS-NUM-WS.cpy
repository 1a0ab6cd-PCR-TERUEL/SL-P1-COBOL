       77 NUEVO-SOS-NUM             PIC  9(35) VALUE 0.
