
	FD EMPPFPRV
		LABEL RECORDS ARE STANDARD.
	01 EMPPFPRV-RECORD		PIC X(68).

	FD EMPPFCUR
		LABEL RECORDS ARE STANDARD.
	01 EMPPFCUR-RECORD		PIC X(68).

	FD EMPHRDLT
		LABEL RECORDS ARE STANDARD.
		05 WS-PRV-EMP-STATUS	PIC X(1).
			88 PRV-TERMINATED	VALUE 'T'.
		05 WS-PRV-TERM-DATE	PIC X(8).
		05 FILLER		PIC X(7).

	01 WS-OLD-COMPARE-FIELDS.
		05 WS-OLD-NAME		PIC X(25).
