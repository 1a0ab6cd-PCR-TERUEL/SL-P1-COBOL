       77 NUEVO-QJA-NUM             PIC 9(10) VALUE 0.
