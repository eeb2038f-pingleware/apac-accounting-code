				 VALUE "/".
	   03	       COLUMN 29 FOREGROUND-COLOR 7 HIGHLIGHT
				 PIC 99 FROM ORD-LINE.
	   03	       COLUMN 33 FOREGROUND-COLOR 6 HIGHLIGHT
				 VALUE "Due".
	   03	       COLUMN 37 FOREGROUND-COLOR 7 HIGHLIGHT
				 PIC Z(07)9 FROM POR-DUE-DATE.
	   03	       COLUMN 47 FOREGROUND-COLOR 6 HIGHLIGHT
				 VALUE "Promised".
	   03	       COLUMN 56 FOREGROUND-COLOR 7 HIGHLIGHT
				 PIC Z(07)9 FROM POR-PROMISED.

       01  S12.
	   03  LINE  9 COLUMN 20 FOREGROUND-COLOR 3 HIGHLIGHT
				 VALUE "/".
	   03	       COLUMN 29 FOREGROUND-COLOR 3 HIGHLIGHT
				 PIC 99 FROM ORD-LINE.
	   03	       COLUMN 33 FOREGROUND-COLOR 6 HIGHLIGHT
				 VALUE "Due".
	   03	       COLUMN 37 FOREGROUND-COLOR 3 HIGHLIGHT
				 PIC Z(07)9 FROM POR-DUE-DATE.
	   03	       COLUMN 47 FOREGROUND-COLOR 6 HIGHLIGHT
				 VALUE "Promised".
	   03	       COLUMN 56 FOREGROUND-COLOR 3 HIGHLIGHT
				 PIC Z(07)9 FROM POR-PROMISED.

007780 01  S28.
007790	   03  LINE  7 COLUMN 65 FOREGROUND-COLOR 7 HIGHLIGHT
