       77 NUEVO-TLN-NUM             PIC  9(8) VALUE 0.
