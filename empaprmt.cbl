       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPAPRMT.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL EMPAPPR ASSIGN TO EMPAPPR
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS APR-KEY
		FILE STATUS IS WS-APPR-STATUS.

		SELECT APRCARD ASSIGN TO APRCARD
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TRANS-STATUS.

		SELECT APRMLOG ASSIGN TO APRMLOG
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD EMPAPPR
		LABEL RECORDS ARE STANDARD.
	COPY EMPAPRREC.

	FD APRCARD
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	COPY APRCARDREC.

	FD APRMLOG
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 APRMLOG-LINE			PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-APPR-STATUS		PIC X(2).
	01 WS-TRANS-STATUS		PIC X(2).
	01 WS-LOG-STATUS		PIC X(2).
	01 WS-TRANS-EOF-SWITCH		PIC X VALUE 'N'.
		88 TRANS-EOF		VALUE 'Y'.
	01 WS-TRAN-VALID-SWITCH	PIC X.
		88 TRAN-VALID		VALUE 'Y'.
		88 TRAN-INVALID		VALUE 'N'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
					PIC 9(8).

	01 WS-APPROVE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-DECLINE-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-REJECT-COUNT		PIC 9(7) VALUE ZERO.

	01 WS-LOG-OLD-SALARY		PIC Z,ZZZ,ZZ9.99.
	01 WS-LOG-NEW-SALARY		PIC Z,ZZZ,ZZ9.99.
	01 WS-LOG-PCT-CHANGE		PIC -ZZZZ9.99.

	01 WS-LOG-DETAIL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-ACTION	PIC X(10).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-EMPNO		PIC X(6).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-SEQ		PIC X(2).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-APPROVER	PIC X(8).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-TEXT		PIC X(95).
		05 FILLER		PIC X(6)  VALUE SPACES.

	01 WS-LOG-SUMMARY-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 FILLER		PIC X(12) VALUE 'APPROVED..: '.
		05 WS-LOG-SUM-APPROVE	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'DECLINED..: '.
		05 WS-LOG-SUM-DECLINE	PIC ZZZ,ZZ9.
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
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	OPEN I-O EMPAPPR.
	IF WS-APPR-STATUS NOT = '00' AND WS-APPR-STATUS NOT = '05'
		DISPLAY 'EMPAPRMT: EMPAPPR OPEN FAILED - FILE STATUS ' WS-APPR-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT APRCARD.
	IF WS-TRANS-STATUS NOT = '00'
		DISPLAY 'EMPAPRMT: APRCARD OPEN FAILED - FILE STATUS ' WS-TRANS-STATUS
		MOVE 16 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT APRMLOG.
	IF WS-LOG-STATUS NOT = '00'
		DISPLAY 'EMPAPRMT: APRMLOG OPEN FAILED - FILE STATUS ' WS-LOG-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

2000-READ-TRANSACTION.
	READ APRCARD.
	EVALUATE WS-TRANS-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET TRANS-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPAPRMT: UNEXPECTED APRCARD READ STATUS ' WS-TRANS-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-APPLY-TRANSACTION.
	EVALUATE TRUE
		WHEN ACARD-APPROVE
			PERFORM 4000-APPROVE-ITEM
		WHEN ACARD-DECLINE
			PERFORM 5000-DECLINE-ITEM
		WHEN OTHER
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE 'INVALID ACTION CODE - MUST BE A OR X' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			ADD 1 TO WS-REJECT-COUNT
	END-EVALUATE.

3500-FIND-HELD-ITEM.
	SET TRAN-VALID TO TRUE.
	EVALUATE TRUE
		WHEN ACARD-SEQ NOT NUMERIC
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE 'APPROVAL SEQUENCE NOT NUMERIC' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			SET TRAN-INVALID TO TRUE
		WHEN ACARD-APPROVER-ID = SPACES
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE 'APPROVER ID IS BLANK' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			SET TRAN-INVALID TO TRUE
		WHEN OTHER
			MOVE ACARD-EMPNO TO APR-EMPNO
			MOVE ACARD-SEQ TO APR-SEQ
			READ EMPAPPR
				INVALID KEY
					MOVE 'REJECTED' TO WS-LOG-ACTION
					MOVE 'ITEM NOT ON APPROVAL FILE' TO WS-LOG-TEXT
					PERFORM 7500-WRITE-LOG-LINE
					SET TRAN-INVALID TO TRUE
				NOT INVALID KEY
					PERFORM 3600-CHECK-ITEM-STATUS
			END-READ
	END-EVALUATE.

3600-CHECK-ITEM-STATUS.
	EVALUATE TRUE
		WHEN APR-HELD
			CONTINUE
		WHEN APR-APPROVED AND ACARD-DECLINE
			CONTINUE
		WHEN APR-APPROVED
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE 'ITEM ALREADY APPROVED' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			SET TRAN-INVALID TO TRUE
		WHEN APR-RELEASED
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE 'ITEM ALREADY RELEASED - IT PASSED THE EDIT' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			SET TRAN-INVALID TO TRUE
		WHEN APR-DECLINED
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE 'ITEM ALREADY DECLINED' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			SET TRAN-INVALID TO TRUE
		WHEN OTHER
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE 'ITEM HAS EXPIRED - KEY A NEW TRANSACTION' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			SET TRAN-INVALID TO TRUE
	END-EVALUATE.

4000-APPROVE-ITEM.
	PERFORM 3500-FIND-HELD-ITEM.
	IF TRAN-INVALID
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		SET APR-APPROVED TO TRUE
		MOVE WS-RUN-DATE-NUM TO APR-STATUS-DATE
		MOVE ACARD-APPROVER-ID TO APR-APPROVER-ID
		MOVE SPACES TO APR-FAIL-REASON
		REWRITE EMPAPR-RECORD
		IF WS-APPR-STATUS = '00'
			ADD 1 TO WS-APPROVE-COUNT
			MOVE 'APPROVED' TO WS-LOG-ACTION
			PERFORM 7400-FORMAT-ITEM-TEXT
			PERFORM 7500-WRITE-LOG-LINE
		ELSE
			MOVE 'REJECTED' TO WS-LOG-ACTION
			STRING 'APPROVAL FAILED - FILE STATUS ' WS-APPR-STATUS
				DELIMITED BY SIZE INTO WS-LOG-TEXT
			END-STRING
			PERFORM 7500-WRITE-LOG-LINE
			ADD 1 TO WS-REJECT-COUNT
		END-IF
	END-IF.

5000-DECLINE-ITEM.
	PERFORM 3500-FIND-HELD-ITEM.
	IF TRAN-INVALID
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		SET APR-DECLINED TO TRUE
		MOVE WS-RUN-DATE-NUM TO APR-STATUS-DATE
		MOVE ACARD-APPROVER-ID TO APR-APPROVER-ID
		REWRITE EMPAPR-RECORD
		IF WS-APPR-STATUS = '00'
			ADD 1 TO WS-DECLINE-COUNT
			MOVE 'DECLINED' TO WS-LOG-ACTION
			PERFORM 7400-FORMAT-ITEM-TEXT
			PERFORM 7500-WRITE-LOG-LINE
		ELSE
			MOVE 'REJECTED' TO WS-LOG-ACTION
			STRING 'DECLINE FAILED - FILE STATUS ' WS-APPR-STATUS
				DELIMITED BY SIZE INTO WS-LOG-TEXT
			END-STRING
			PERFORM 7500-WRITE-LOG-LINE
			ADD 1 TO WS-REJECT-COUNT
		END-IF
	END-IF.

7400-FORMAT-ITEM-TEXT.
	MOVE APR-OLD-SALARY TO WS-LOG-OLD-SALARY.
	MOVE APR-NEW-SALARY TO WS-LOG-NEW-SALARY.
	MOVE APR-PCT-CHANGE TO WS-LOG-PCT-CHANGE.
	MOVE SPACES TO WS-LOG-TEXT.
	STRING 'OLD SALARY ' WS-LOG-OLD-SALARY '  NEW SALARY ' WS-LOG-NEW-SALARY
		'  CHANGE ' WS-LOG-PCT-CHANGE ' PCT'
		DELIMITED BY SIZE INTO WS-LOG-TEXT
	END-STRING.

7500-WRITE-LOG-LINE.
	MOVE ACARD-EMPNO TO WS-LOG-EMPNO.
	MOVE ACARD-SEQ TO WS-LOG-SEQ.
	MOVE ACARD-APPROVER-ID TO WS-LOG-APPROVER.
	WRITE APRMLOG-LINE FROM WS-LOG-DETAIL-LINE AFTER ADVANCING 1 LINE.

7000-WRITE-SUMMARY.
	MOVE WS-APPROVE-COUNT TO WS-LOG-SUM-APPROVE.
	MOVE WS-DECLINE-COUNT TO WS-LOG-SUM-DECLINE.
	MOVE WS-REJECT-COUNT TO WS-LOG-SUM-REJ.
	WRITE APRMLOG-LINE FROM WS-LOG-SUMMARY-LINE AFTER ADVANCING 2 LINES.

8000-CLOSE-FILES.
	CLOSE EMPAPPR.
	CLOSE APRCARD.
	CLOSE APRMLOG.

9999-ABEND.
	DISPLAY 'EMPAPRMT: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
