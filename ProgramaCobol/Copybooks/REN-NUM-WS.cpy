       77 NUEVO-REN-NUM             PIC  9(35) VALUE 0.
