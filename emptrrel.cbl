	FILE SECTION.
	FD EMPPEND
		LABEL RECORDS ARE STANDARD.
	01 EMPPEND-RECORD		PIC X(77).

	FD EMPTRANE
		LABEL RECORDS ARE STANDARD.
	01 EMPTRANE-RECORD		PIC X(77).

	FD EMPTRDAY
		LABEL RECORDS ARE STANDARD.
	01 EMPTRDAY-RECORD		PIC X(77).

	FD EMPPENDO
		LABEL RECORDS ARE STANDARD.
	01 EMPPENDO-RECORD		PIC X(77).

	FD EMPTRLRP
		LABEL RECORDS ARE STANDARD
