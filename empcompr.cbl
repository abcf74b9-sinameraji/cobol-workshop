	01 SORT-RECORD.
		05 SORT-DEPT		PIC X(4).
		05 SORT-EMPNO		PIC X(6).
		05 SORT-EMP-IMAGE	PIC X(68).

	FD EMPCPRPT
		LABEL RECORDS ARE STANDARD
		05 WS-DET-STATUS	PIC X(1).
		05 WS-DET-TERM-DATE	PIC X(8).
		05 WS-DET-GRADE		PIC X(1).
		05 FILLER		PIC X(6).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
