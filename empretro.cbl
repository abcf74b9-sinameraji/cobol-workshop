	FILE SECTION.
	FD EMPTRDAY
		LABEL RECORDS ARE STANDARD.
	01 EMPTRDAY-RECORD		PIC X(77).

	FD EMPHIST
		LABEL RECORDS ARE STANDARD.
	01 SORT-RECORD.
		05 SORT-EMPNO		PIC X(6).
		05 SORT-EFF-DATE	PIC 9(8).
		05 SORT-TRAN-IMAGE	PIC X(77).

	FD PAYRETRO
		LABEL RECORDS ARE STANDARD.
