	01 SORT-RECORD.
		05 SORT-DEPT		PIC X(4).
		05 SORT-EMPNO		PIC X(6).
		05 SORT-EMP-IMAGE	PIC X(68).

	FD EMPDLSRP
		LABEL RECORDS ARE STANDARD
		05 WS-DET-STATUS	PIC X(1).
			88 DET-ON-LEAVE		VALUE 'L'.
		05 WS-DET-TERM-DATE	PIC X(8).
		05 FILLER		PIC X(7).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
