		05 WS-ARC-SEQ		PIC 9(4).
		05 WS-ARC-ACTION	PIC X(1).
		05 WS-ARC-RUN-DATE	PIC 9(8).
		05 WS-ARC-IMAGE		PIC X(68).
		05 FILLER		PIC X(4).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
	01 WS-NO-HISTORY-COUNT		PIC 9(7) VALUE ZERO.

	01 WS-ASOF-ACTION		PIC X(1).
	01 WS-ASOF-IMAGE		PIC X(68).
	01 WS-HIST-RECORD-COUNT	PIC 9(5).
	01 WS-DATE-WORK		PIC 9(8).
	01 WS-DATE-DISPLAY		PIC X(10).
