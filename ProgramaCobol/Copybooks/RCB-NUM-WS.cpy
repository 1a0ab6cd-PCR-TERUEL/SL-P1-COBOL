       77 NUEVO-RCB-NUM             PIC  9(6) VALUE 0.
