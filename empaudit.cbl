	01 WS-EXCEPTION-COUNT		PIC 9(7) VALUE ZERO.

	01 WS-EMP-HIST-COUNT		PIC 9(5).
	01 WS-LAST-HIST-IMAGE		PIC X(68).
	01 WS-GROUP-EMPNO		PIC X(6).
	01 WS-EXPECTED-SEQ		PIC 9(4).
	01 WS-SEQ-DISPLAY		PIC 9(4).
