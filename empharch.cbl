			10 WS-HOLD-SEQ		PIC 9(4).
		05 WS-HOLD-ACTION	PIC X(1).
		05 WS-HOLD-RUN-DATE	PIC 9(8).
		05 WS-HOLD-IMAGE	PIC X(68).
		05 FILLER		PIC X(4).

	01 WS-NEXT-HIST-RECORD		PIC X(91).

