       77 NUEVO-SPR-NUM             PIC  9(35) VALUE 0.
