
	01 WS-RUN-DATE-RAW		PIC 9(8).

	01 WS-BEFORE-IMAGE		PIC X(68).
	01 WS-HIST-ACTION		PIC X(1).
	01 WS-HIST-IMAGE		PIC X(68).
	01 WS-HIST-LAST-SEQ		PIC 9(4).
	01 WS-HIST-SCAN-SWITCH		PIC X.
		88 HIST-SCAN-DONE	VALUE 'Y'.
	MOVE 'A' TO EMP-STATUS.
	MOVE ZEROS TO EMP-TERM-DATE.
	MOVE TRAN-GRADE TO EMP-GRADE.
	IF NOT TRAN-SUPV-REMOVE
		MOVE TRAN-SUPV-EMPNO TO EMP-SUPV-EMPNO
	END-IF.
	WRITE EMPPF-RECORD.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			IF NOT TRAN-GRADE-UNCHANGED
				MOVE TRAN-GRADE TO EMP-GRADE
			END-IF
			IF TRAN-SUPV-REMOVE
				MOVE SPACES TO EMP-SUPV-EMPNO
			ELSE
				IF NOT TRAN-SUPV-UNCHANGED
					MOVE TRAN-SUPV-EMPNO TO EMP-SUPV-EMPNO
				END-IF
			END-IF
			IF TRAN-STATUS-ACTIVE OR TRAN-STATUS-LEAVE
				MOVE TRAN-STATUS TO EMP-STATUS
				IF TRAN-STATUS-ACTIVE
