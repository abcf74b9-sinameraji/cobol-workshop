       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPSUSMT.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL EMPSUSP ASSIGN TO EMPSUSP
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SUS-KEY
		FILE STATUS IS WS-SUSP-STATUS.

		SELECT SUSCARD ASSIGN TO SUSCARD
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TRANS-STATUS.

		SELECT SUSMLOG ASSIGN TO SUSMLOG
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD EMPSUSP
		LABEL RECORDS ARE STANDARD.
	COPY EMPSUSREC.

	FD SUSCARD
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	COPY SUSCARDREC.

	FD SUSMLOG
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 SUSMLOG-LINE			PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-SUSP-STATUS		PIC X(2).
	01 WS-TRANS-STATUS		PIC X(2).
	01 WS-LOG-STATUS		PIC X(2).
	01 WS-TRANS-EOF-SWITCH		PIC X VALUE 'N'.
		88 TRANS-EOF		VALUE 'Y'.
	01 WS-TRAN-VALID-SWITCH	PIC X.
		88 TRAN-VALID		VALUE 'Y'.
		88 TRAN-INVALID		VALUE 'N'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-CORRECT-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-CANCEL-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-REJECT-COUNT		PIC 9(7) VALUE ZERO.

	01 WS-BEFORE-IMAGE		PIC X(77).

	01 WS-LOG-DETAIL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-ACTION	PIC X(10).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-EMPNO		PIC X(6).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-TRAN-CODE	PIC X(1).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-SEQ		PIC X(2).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-TEXT		PIC X(95).
		05 FILLER		PIC X(13) VALUE SPACES.

	01 WS-LOG-SUMMARY-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 FILLER		PIC X(12) VALUE 'CORRECTED.: '.
		05 WS-LOG-SUM-CORRECT	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'CANCELLED.: '.
		05 WS-LOG-SUM-CANCEL	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'REJECTS...: '.
		05 WS-LOG-SUM-REJ	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(66) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-OPEN-FILES.
	PERFORM 2000-READ-TRANSACTION.
	PERFORM UNTIL TRANS-EOF
		PERFORM 3000-APPLY-TRANSACTION
		PERFORM 2000-READ-TRANSACTION
	END-PERFORM.
	PERFORM 7000-WRITE-SUMMARY.
	PERFORM 8000-CLOSE-FILES.
	IF WS-REJECT-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

1000-OPEN-FILES.
	OPEN I-O EMPSUSP.
	IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '05'
		DISPLAY 'EMPSUSMT: EMPSUSP OPEN FAILED - FILE STATUS ' WS-SUSP-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT SUSCARD.
	IF WS-TRANS-STATUS NOT = '00'
		DISPLAY 'EMPSUSMT: SUSCARD OPEN FAILED - FILE STATUS ' WS-TRANS-STATUS
		MOVE 16 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT SUSMLOG.
	IF WS-LOG-STATUS NOT = '00'
		DISPLAY 'EMPSUSMT: SUSMLOG OPEN FAILED - FILE STATUS ' WS-LOG-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

2000-READ-TRANSACTION.
	READ SUSCARD.
	EVALUATE WS-TRANS-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET TRANS-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPSUSMT: UNEXPECTED SUSCARD READ STATUS ' WS-TRANS-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-APPLY-TRANSACTION.
	EVALUATE TRUE
		WHEN SCARD-CORRECT
			PERFORM 4000-CORRECT-ITEM
		WHEN SCARD-CANCEL
			PERFORM 5000-CANCEL-ITEM
		WHEN OTHER
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE 'INVALID ACTION CODE - MUST BE R OR X' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			ADD 1 TO WS-REJECT-COUNT
	END-EVALUATE.

3500-FIND-SUSPENDED-ITEM.
	SET TRAN-VALID TO TRUE.
	IF SCARD-SEQ NOT NUMERIC
		MOVE 'REJECTED' TO WS-LOG-ACTION
		MOVE 'SUSPENSE SEQUENCE NOT NUMERIC' TO WS-LOG-TEXT
		PERFORM 7500-WRITE-LOG-LINE
		SET TRAN-INVALID TO TRUE
	ELSE
		MOVE SCARD-EMPNO TO SUS-EMPNO
		MOVE SCARD-TRAN-CODE TO SUS-TRAN-CODE
		MOVE SCARD-SEQ TO SUS-SEQ
		READ EMPSUSP
			INVALID KEY
				MOVE 'REJECTED' TO WS-LOG-ACTION
				MOVE 'ITEM NOT ON SUSPENSE FILE' TO WS-LOG-TEXT
				PERFORM 7500-WRITE-LOG-LINE
				SET TRAN-INVALID TO TRUE
			NOT INVALID KEY
				IF SUS-RELEASED
					MOVE 'REJECTED' TO WS-LOG-ACTION
					MOVE 'ITEM ALREADY RELEASED - IT PASSED THE EDIT' TO WS-LOG-TEXT
					PERFORM 7500-WRITE-LOG-LINE
					SET TRAN-INVALID TO TRUE
				END-IF
		END-READ
	END-IF.

4000-CORRECT-ITEM.
	PERFORM 3500-FIND-SUSPENDED-ITEM.
	IF TRAN-INVALID
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		MOVE SUS-TRAN-IMAGE TO WS-BEFORE-IMAGE
		MOVE SCARD-TRAN-IMAGE TO SUS-TRAN-IMAGE
		SET SUS-CORRECTED TO TRUE
		REWRITE EMPSUS-RECORD
		IF WS-SUSP-STATUS = '00'
			ADD 1 TO WS-CORRECT-COUNT
			MOVE 'CORRECTED' TO WS-LOG-ACTION
			STRING 'BEFORE: ' WS-BEFORE-IMAGE DELIMITED BY SIZE INTO WS-LOG-TEXT
			END-STRING
			PERFORM 7500-WRITE-LOG-LINE
			MOVE 'CORRECTED' TO WS-LOG-ACTION
			STRING 'AFTER: ' SUS-TRAN-IMAGE DELIMITED BY SIZE INTO WS-LOG-TEXT
			END-STRING
			PERFORM 7500-WRITE-LOG-LINE
		ELSE
			MOVE 'REJECTED' TO WS-LOG-ACTION
			STRING 'CORRECTION FAILED - FILE STATUS ' WS-SUSP-STATUS
				DELIMITED BY SIZE INTO WS-LOG-TEXT
			END-STRING
			PERFORM 7500-WRITE-LOG-LINE
			ADD 1 TO WS-REJECT-COUNT
		END-IF
	END-IF.

5000-CANCEL-ITEM.
	PERFORM 3500-FIND-SUSPENDED-ITEM.
	IF TRAN-INVALID
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		MOVE SUS-TRAN-IMAGE TO WS-BEFORE-IMAGE
		DELETE EMPSUSP RECORD
		IF WS-SUSP-STATUS = '00'
			ADD 1 TO WS-CANCEL-COUNT
			MOVE 'CANCELLED' TO WS-LOG-ACTION
			STRING 'BEFORE: ' WS-BEFORE-IMAGE DELIMITED BY SIZE INTO WS-LOG-TEXT
			END-STRING
			PERFORM 7500-WRITE-LOG-LINE
		ELSE
			MOVE 'REJECTED' TO WS-LOG-ACTION
			STRING 'CANCEL FAILED - FILE STATUS ' WS-SUSP-STATUS
				DELIMITED BY SIZE INTO WS-LOG-TEXT
			END-STRING
			PERFORM 7500-WRITE-LOG-LINE
			ADD 1 TO WS-REJECT-COUNT
		END-IF
	END-IF.

7500-WRITE-LOG-LINE.
	MOVE SCARD-EMPNO TO WS-LOG-EMPNO.
	MOVE SCARD-TRAN-CODE TO WS-LOG-TRAN-CODE.
	MOVE SCARD-SEQ TO WS-LOG-SEQ.
	WRITE SUSMLOG-LINE FROM WS-LOG-DETAIL-LINE AFTER ADVANCING 1 LINE.

7000-WRITE-SUMMARY.
	MOVE WS-CORRECT-COUNT TO WS-LOG-SUM-CORRECT.
	MOVE WS-CANCEL-COUNT TO WS-LOG-SUM-CANCEL.
	MOVE WS-REJECT-COUNT TO WS-LOG-SUM-REJ.
	WRITE SUSMLOG-LINE FROM WS-LOG-SUMMARY-LINE AFTER ADVANCING 2 LINES.

8000-CLOSE-FILES.
	CLOSE EMPSUSP.
	CLOSE SUSCARD.
	CLOSE SUSMLOG.

9999-ABEND.
	DISPLAY 'EMPSUSMT: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
