		88  HIST-DELETE             VALUE 'D'.
		88  HIST-TERMINATE          VALUE 'T'.
	05  HIST-RUN-DATE               PIC 9(8).
	05  HIST-IMAGE                  PIC X(68).
	05  FILLER                      PIC X(4).
