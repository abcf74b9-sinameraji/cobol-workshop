		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-EDITED-STATUS.

		SELECT OPTIONAL EMPSUSP ASSIGN TO EMPSUSP
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SUS-KEY
		FILE STATUS IS WS-SUSP-STATUS.

		SELECT OPTIONAL DEPTPOS ASSIGN TO DEPTPOS
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS POS-DEPT
		FILE STATUS IS WS-DEPTPOS-STATUS.

		SELECT EMPPEND ASSIGN TO EMPPEND
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PEND-STATUS.

		SELECT OPTIONAL EMPAPPR ASSIGN TO EMPAPPR
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS APR-KEY
		FILE STATUS IS WS-APPR-STATUS.

		SELECT APRPARM ASSIGN TO APRPARM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-APRPARM-STATUS.

		SELECT EMPEDRPT ASSIGN TO EMPEDRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

	FD EMPTRANE
		LABEL RECORDS ARE STANDARD.
	01 EMPTRANE-RECORD		PIC X(77).

	FD EMPSUSP
		LABEL RECORDS ARE STANDARD.
	COPY EMPSUSREC.

	FD DEPTPOS
		LABEL RECORDS ARE STANDARD.
	COPY DEPTPOSREC.

	FD EMPPEND
		LABEL RECORDS ARE STANDARD.
	01 EMPPEND-RECORD.
		05 PEND-TRAN-CODE	PIC X(1).
			88 PEND-TRAN-ADD	VALUE 'A'.
		05 FILLER		PIC X(31).
		05 PEND-TRAN-DEPT	PIC X(4).
		05 FILLER		PIC X(41).

	FD EMPAPPR
		LABEL RECORDS ARE STANDARD.
	COPY EMPAPRREC.

	FD APRPARM
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	COPY APRPRMREC.

	FD EMPEDRPT
		LABEL RECORDS ARE STANDARD
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-EDITED-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-SUSP-STATUS		PIC X(2).
	01 WS-DEPTPOS-STATUS		PIC X(2).
	01 WS-PEND-STATUS		PIC X(2).
	01 WS-APPR-STATUS		PIC X(2).
	01 WS-APRPARM-STATUS		PIC X(2).
	01 WS-TRANS-EOF-SWITCH		PIC X VALUE 'N'.
		88 TRANS-EOF		VALUE 'Y'.
	01 WS-SUSP-EOF-SWITCH		PIC X VALUE 'N'.
		88 SUSP-EOF		VALUE 'Y'.
	01 WS-APPR-EOF-SWITCH		PIC X VALUE 'N'.
		88 APPR-EOF		VALUE 'Y'.
	01 WS-TRAN-SOURCE-SWITCH	PIC X VALUE 'N'.
		88 TRAN-FROM-INPUT	VALUE 'N'.
		88 TRAN-FROM-SUSPENSE	VALUE 'S'.
		88 TRAN-FROM-APPROVAL	VALUE 'P'.
	01 WS-SUSP-WRITTEN-SWITCH	PIC X.
		88 SUSP-WRITTEN		VALUE 'Y'.
	01 WS-APPR-WRITTEN-SWITCH	PIC X.
		88 APPR-WRITTEN		VALUE 'Y'.
	01 WS-APPROVAL-HOLD-SWITCH	PIC X.
		88 APPROVAL-HOLD	VALUE 'Y'.
		88 NO-APPROVAL-HOLD	VALUE 'N'.
	01 WS-OVER-THRESHOLD-SWITCH	PIC X.
		88 OVER-THRESHOLD	VALUE 'Y'.
		88 WITHIN-THRESHOLD	VALUE 'N'.
	01 WS-OVER-GRADE-MAX-SWITCH	PIC X.
		88 OVER-GRADE-MAX	VALUE 'Y'.
		88 WITHIN-GRADE-MAX	VALUE 'N'.
	01 WS-DEPTPOS-EOF-SWITCH	PIC X VALUE 'N'.
		88 DEPTPOS-EOF		VALUE 'Y'.
	01 WS-EMPPF-EOF-SWITCH		PIC X VALUE 'N'.
		88 EMPPF-EOF		VALUE 'Y'.
	01 WS-PEND-EOF-SWITCH		PIC X VALUE 'N'.
		88 PEND-EOF		VALUE 'Y'.
	01 WS-HEADCOUNT-MOVE-SWITCH	PIC X.
		88 HEADCOUNT-MOVE	VALUE 'Y'.
		88 NO-HEADCOUNT-MOVE	VALUE 'N'.
	01 WS-TRAN-VALID-SWITCH		PIC X.
		88 TRAN-VALID		VALUE 'Y'.
		88 TRAN-INVALID		VALUE 'N'.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
				PIC 9(8).
	01 WS-RUN-DATE-DISPLAY		PIC X(10).
	01 WS-DATE-WORK		PIC 9(8).
	01 WS-DATE-DISPLAY		PIC X(10).

	01 WS-PAGE-NUMBER		PIC 9(4) VALUE ZERO.
	01 WS-LINE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-ACCEPT-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-REJECT-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-RECYCLE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-RELEASE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-STILL-HELD-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-SUSP-TO-APPR-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-PURGE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-HOLD-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-APPR-RECYCLE-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-APPR-RELEASE-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-APPR-FAILING-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-APPR-PURGE-COUNT		PIC 9(7) VALUE ZERO.

	01 WS-REASON-COUNT		PIC 9(2).
	01 WS-REASONS.
		05 WS-REASON-TEXT	PIC X(50) OCCURS 5 TIMES.
	01 WS-SUSP-SEQ			PIC 9(3).
	01 WS-APPR-SEQ			PIC 9(3).

	01 WS-HOLD-THRESHOLD-PCT	PIC 9(2)V99.
	01 WS-HOLD-OLD-SALARY		PIC 9(7)V99.
	01 WS-HOLD-PCT-CHANGE		PIC S9(5)V99.
	01 WS-HOLD-GRADE-MAXIMUM	PIC 9(7)V99.
	01 WS-HOLD-REASON-TEXT		PIC X(37).

	01 WS-POS-TABLE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-POS-TABLE.
		05 WS-POS-ENTRY OCCURS 50 TIMES INDEXED BY WS-POS-IDX.
			10 WS-POS-DEPT		PIC X(4).
			10 WS-POS-AUTH		PIC 9(5).
			10 WS-POS-FILLED	PIC 9(5).
			10 WS-POS-PENDING	PIC 9(5).
			10 WS-POS-ACCEPTED	PIC 9(5).
	01 WS-POS-LOOKUP-DEPT		PIC X(4).
	01 WS-POS-FOUND-SWITCH		PIC X.
		88 POS-FOUND		VALUE 'Y'.
		88 POS-NOT-FOUND	VALUE 'N'.
	01 WS-POS-IN-USE		PIC 9(6).

	01 WS-SUPV-TABLE-COUNT		PIC 9(4) VALUE ZERO.
	01 WS-SUPV-TABLE.
		05 WS-SUPV-ENTRY OCCURS 1000 TIMES INDEXED BY WS-SUPV-IDX.
			10 WS-SUPV-EMPNO	PIC X(6).
			10 WS-SUPV-REPORTS-TO	PIC X(6).
	01 WS-SUPV-LOOKUP-EMPNO	PIC X(6).
	01 WS-SUPV-FOUND-SWITCH	PIC X.
		88 SUPV-FOUND		VALUE 'Y'.
		88 SUPV-NOT-FOUND	VALUE 'N'.
	01 WS-CHAIN-EMPNO		PIC X(6).
	01 WS-CHAIN-DEPTH		PIC 9(3).
	01 WS-CHAIN-SWITCH		PIC X.
		88 CHAIN-DONE		VALUE 'Y'.
		88 CHAIN-CONTINUE	VALUE 'N'.

	COPY RUNCTLPRM.

		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'EMP NO'.
		05 FILLER		PIC X(6)  VALUE 'CODE'.
		05 FILLER		PIC X(62) VALUE 'REJECT REASON'.
		05 FILLER		PIC X(28) VALUE 'SOURCE'.
		05 FILLER		PIC X(25) VALUE SPACES.

	01 WS-DETAIL-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-D-TRAN-CODE	PIC X(1).
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-D-REASON		PIC X(60).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-SOURCE		PIC X(28).
		05 FILLER		PIC X(26) VALUE SPACES.

	01 WS-TRAILER-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-TR-REJECT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(66) VALUE SPACES.

	01 WS-SUSPENSE-TRAILER-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(12) VALUE 'RECYCLED..: '.
		05 WS-TR-RECYCLE	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'RELEASED..: '.
		05 WS-TR-RELEASE	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'STILL HELD: '.
		05 WS-TR-STILL-HELD	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(13) VALUE 'TO APPROVAL: '.
		05 WS-TR-TO-APPR	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'SUSPENDED.: '.
		05 WS-TR-SUSPEND	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(19) VALUE SPACES.

	01 WS-APPROVAL-TRAILER-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(12) VALUE 'HELD......: '.
		05 WS-TR-HELD		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'APPROVED..: '.
		05 WS-TR-APPROVED	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'RELEASED..: '.
		05 WS-TR-APPR-RELEASE	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'STILL FAIL: '.
		05 WS-TR-APPR-FAILING	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(43) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF TRANSACTION EDIT REPORT ***'.
0000-MAIN-PROCESS.
	PERFORM 0500-RUN-CONTROL-START.
	PERFORM 1000-OPEN-FILES.
	PERFORM 1100-READ-APPROVAL-PARM.
	PERFORM 1200-LOAD-POSITION-CONTROL.
	PERFORM 1300-RECYCLE-APPROVALS.
	PERFORM 1500-RECYCLE-SUSPENSE.
	PERFORM 2000-READ-TRANSACTION.
	PERFORM UNTIL TRANS-EOF
		PERFORM 3000-EDIT-TRANSACTION
	PERFORM 8800-RUN-CONTROL-END.
	EVALUATE TRUE
		WHEN WS-READ-COUNT > ZERO AND WS-ACCEPT-COUNT = ZERO
				AND WS-RELEASE-COUNT = ZERO AND WS-HOLD-COUNT = ZERO
				AND WS-APPR-RELEASE-COUNT = ZERO
			MOVE 8 TO RETURN-CODE
		WHEN WS-REJECT-COUNT > ZERO OR WS-STILL-HELD-COUNT > ZERO
				OR WS-APPR-FAILING-COUNT > ZERO
			MOVE 4 TO RETURN-CODE
	END-EVALUATE.
	STOP RUN.
		MOVE 16 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN I-O EMPSUSP.
	IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '05'
		DISPLAY 'EMPEDIT: EMPSUSP OPEN FAILED - FILE STATUS ' WS-SUSP-STATUS
		MOVE 28 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN I-O EMPAPPR.
	IF WS-APPR-STATUS NOT = '00' AND WS-APPR-STATUS NOT = '05'
		DISPLAY 'EMPEDIT: EMPAPPR OPEN FAILED - FILE STATUS ' WS-APPR-STATUS
		MOVE 56 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1100-READ-APPROVAL-PARM.
	OPEN INPUT APRPARM.
	IF WS-APRPARM-STATUS NOT = '00'
		DISPLAY 'EMPEDIT: APRPARM OPEN FAILED - FILE STATUS ' WS-APRPARM-STATUS
		MOVE 60 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	READ APRPARM.
	IF WS-APRPARM-STATUS NOT = '00'
		DISPLAY 'EMPEDIT: NO APPROVAL PARAMETER CARD - FILE STATUS ' WS-APRPARM-STATUS
		MOVE 60 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF APRP-THRESHOLD-PCT NOT NUMERIC OR APRP-THRESHOLD-PCT = ZERO
		DISPLAY 'EMPEDIT: APPROVAL THRESHOLD MISSING OR NOT NUMERIC - '
			APRPARM-RECORD (1:4)
		MOVE 60 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE APRP-THRESHOLD-PCT TO WS-HOLD-THRESHOLD-PCT.
	CLOSE APRPARM.

1200-LOAD-POSITION-CONTROL.
	OPEN INPUT DEPTPOS.
	EVALUATE WS-DEPTPOS-STATUS
		WHEN '00'
			PERFORM 1210-READ-DEPTPOS
		WHEN '05'
			SET DEPTPOS-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPEDIT: DEPTPOS OPEN FAILED - FILE STATUS ' WS-DEPTPOS-STATUS
			MOVE 40 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	PERFORM UNTIL DEPTPOS-EOF
		IF WS-POS-TABLE-COUNT >= 50
			DISPLAY 'EMPEDIT: POSITION TABLE FULL - MORE THAN 50 DEPT CODES'
			MOVE 40 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		END-IF
		ADD 1 TO WS-POS-TABLE-COUNT
		SET WS-POS-IDX TO WS-POS-TABLE-COUNT
		MOVE POS-DEPT TO WS-POS-DEPT (WS-POS-IDX)
		MOVE POS-AUTH-COUNT TO WS-POS-AUTH (WS-POS-IDX)
		MOVE ZERO TO WS-POS-FILLED (WS-POS-IDX)
		MOVE ZERO TO WS-POS-PENDING (WS-POS-IDX)
		MOVE ZERO TO WS-POS-ACCEPTED (WS-POS-IDX)
		PERFORM 1210-READ-DEPTPOS
	END-PERFORM.
	CLOSE DEPTPOS.
	IF WS-POS-TABLE-COUNT > ZERO
		PERFORM 1220-COUNT-FILLED-POSITIONS
		PERFORM 1240-COUNT-PENDING-STARTS
	END-IF.

1210-READ-DEPTPOS.
	READ DEPTPOS NEXT RECORD.
	EVALUATE WS-DEPTPOS-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET DEPTPOS-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPEDIT: UNEXPECTED DEPTPOS READ STATUS ' WS-DEPTPOS-STATUS
			MOVE 40 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

1220-COUNT-FILLED-POSITIONS.
	MOVE LOW-VALUES TO EMPNO.
	START EMPPF KEY IS NOT LESS THAN EMPNO
		INVALID KEY
			SET EMPPF-EOF TO TRUE
	END-START.
	IF NOT EMPPF-EOF
		PERFORM 1230-READ-EMPPF-NEXT
	END-IF.
	PERFORM UNTIL EMPPF-EOF
		IF NOT EMP-TERMINATED
			MOVE EMP-DEPT TO WS-POS-LOOKUP-DEPT
			PERFORM 3480-FIND-POSITION-ENTRY
			IF POS-FOUND
				ADD 1 TO WS-POS-FILLED (WS-POS-IDX)
			END-IF
		END-IF
		PERFORM 1230-READ-EMPPF-NEXT
	END-PERFORM.

1230-READ-EMPPF-NEXT.
	READ EMPPF NEXT RECORD.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET EMPPF-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPEDIT: UNEXPECTED EMPPF READ STATUS ' WS-EMPPF-STATUS
			MOVE 44 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

1240-COUNT-PENDING-STARTS.
	OPEN INPUT EMPPEND.
	EVALUATE WS-PEND-STATUS
		WHEN '00'
			PERFORM 1250-READ-PENDING
		WHEN '35'
			SET PEND-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPEDIT: EMPPEND OPEN FAILED - FILE STATUS ' WS-PEND-STATUS
			MOVE 48 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	PERFORM UNTIL PEND-EOF
		IF PEND-TRAN-ADD
			MOVE PEND-TRAN-DEPT TO WS-POS-LOOKUP-DEPT
			PERFORM 3480-FIND-POSITION-ENTRY
			IF POS-FOUND
				ADD 1 TO WS-POS-PENDING (WS-POS-IDX)
			END-IF
		END-IF
		PERFORM 1250-READ-PENDING
	END-PERFORM.
	IF WS-PEND-STATUS NOT = '35'
		CLOSE EMPPEND
	END-IF.

1250-READ-PENDING.
	READ EMPPEND.
	EVALUATE WS-PEND-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET PEND-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPEDIT: UNEXPECTED EMPPEND READ STATUS ' WS-PEND-STATUS
			MOVE 48 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

1300-RECYCLE-APPROVALS.
	SET TRAN-FROM-APPROVAL TO TRUE.
	MOVE LOW-VALUES TO APR-KEY.
	START EMPAPPR KEY IS NOT LESS THAN APR-KEY
		INVALID KEY
			SET APPR-EOF TO TRUE
	END-START.
	IF NOT APPR-EOF
		PERFORM 1310-READ-APPROVAL
	END-IF.
	PERFORM UNTIL APPR-EOF
		PERFORM 1320-RECYCLE-APPROVAL-ITEM
		PERFORM 1310-READ-APPROVAL
	END-PERFORM.
	SET TRAN-FROM-INPUT TO TRUE.

1310-READ-APPROVAL.
	READ EMPAPPR NEXT RECORD.
	EVALUATE WS-APPR-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET APPR-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPEDIT: UNEXPECTED EMPAPPR READ STATUS ' WS-APPR-STATUS
			MOVE 56 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

1320-RECYCLE-APPROVAL-ITEM.
	EVALUATE TRUE
		WHEN (APR-RELEASED OR APR-DECLINED OR APR-EXPIRED)
				AND APR-STATUS-DATE < WS-RUN-DATE-NUM
			PERFORM 1330-DELETE-APPROVAL-ITEM
			ADD 1 TO WS-APPR-PURGE-COUNT
		WHEN APR-HELD AND APR-HOLD-DATE = WS-RUN-DATE-NUM
			PERFORM 1330-DELETE-APPROVAL-ITEM
		WHEN APR-APPROVED
		WHEN APR-RELEASED
			MOVE APR-TRAN-IMAGE TO EMPTRAN-RECORD
			PERFORM 3000-EDIT-TRANSACTION
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

1330-DELETE-APPROVAL-ITEM.
	DELETE EMPAPPR RECORD.
	IF WS-APPR-STATUS NOT = '00'
		DISPLAY 'EMPEDIT: EMPAPPR DELETE FAILED - FILE STATUS ' WS-APPR-STATUS
		MOVE 56 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1500-RECYCLE-SUSPENSE.
	SET TRAN-FROM-SUSPENSE TO TRUE.
	MOVE LOW-VALUES TO SUS-KEY.
	START EMPSUSP KEY IS NOT LESS THAN SUS-KEY
		INVALID KEY
			SET SUSP-EOF TO TRUE
	END-START.
	IF NOT SUSP-EOF
		PERFORM 1510-READ-SUSPENSE
	END-IF.
	PERFORM UNTIL SUSP-EOF
		PERFORM 1520-RECYCLE-SUSPENDED-ITEM
		PERFORM 1510-READ-SUSPENSE
	END-PERFORM.
	SET TRAN-FROM-INPUT TO TRUE.

1510-READ-SUSPENSE.
	READ EMPSUSP NEXT RECORD.
	EVALUATE WS-SUSP-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET SUSP-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPEDIT: UNEXPECTED EMPSUSP READ STATUS ' WS-SUSP-STATUS
			MOVE 28 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

1520-RECYCLE-SUSPENDED-ITEM.
	EVALUATE TRUE
		WHEN SUS-RELEASED AND SUS-RELEASE-DATE < WS-RUN-DATE-NUM
			PERFORM 1530-DELETE-SUSPENDED-ITEM
			ADD 1 TO WS-PURGE-COUNT
		WHEN SUS-HELD AND SUS-FIRST-FAIL-DATE = WS-RUN-DATE-NUM
			PERFORM 1530-DELETE-SUSPENDED-ITEM
		WHEN OTHER
			MOVE SUS-TRAN-IMAGE TO EMPTRAN-RECORD
			PERFORM 3000-EDIT-TRANSACTION
	END-EVALUATE.

1530-DELETE-SUSPENDED-ITEM.
	DELETE EMPSUSP RECORD.
	IF WS-SUSP-STATUS NOT = '00'
		DISPLAY 'EMPEDIT: EMPSUSP DELETE FAILED - FILE STATUS ' WS-SUSP-STATUS
		MOVE 32 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

2000-READ-TRANSACTION.
	READ EMPTRANS.
	END-EVALUATE.

3000-EDIT-TRANSACTION.
	EVALUATE TRUE
		WHEN TRAN-FROM-SUSPENSE
			ADD 1 TO WS-RECYCLE-COUNT
		WHEN TRAN-FROM-APPROVAL
			ADD 1 TO WS-APPR-RECYCLE-COUNT
		WHEN OTHER
			ADD 1 TO WS-READ-COUNT
	END-EVALUATE.
	SET TRAN-VALID TO TRUE.
	SET NO-APPROVAL-HOLD TO TRUE.
	SET WITHIN-THRESHOLD TO TRUE.
	SET WITHIN-GRADE-MAX TO TRUE.
	MOVE ZERO TO WS-HOLD-GRADE-MAXIMUM.
	MOVE ZERO TO WS-REASON-COUNT.
	MOVE SPACES TO WS-REASONS.
	PERFORM 3100-EDIT-TRAN-CODE.
	PERFORM 3200-EDIT-EMPNO.
	IF TRAN-ADD OR TRAN-CHANGE
		PERFORM 3500-EDIT-HIRE-DATE
		PERFORM 3600-EDIT-SALARY
		PERFORM 3620-EDIT-GRADE
		PERFORM 3630-EDIT-SUPERVISOR
	END-IF.
	IF TRAN-CHANGE
		PERFORM 3650-EDIT-STATUS
		PERFORM 3700-EDIT-TERM-DATE
	END-IF.
	PERFORM 3800-EDIT-EFF-DATE.
	IF TRAN-VALID AND TRAN-CHANGE AND NOT TRAN-FROM-APPROVAL
		PERFORM 3850-CHECK-APPROVAL-HOLD
	END-IF.
	IF TRAN-VALID AND NO-APPROVAL-HOLD AND (TRAN-ADD OR TRAN-CHANGE)
		PERFORM 3450-EDIT-POSITION-CONTROL
	END-IF.
	IF TRAN-VALID AND NO-APPROVAL-HOLD
			AND (TRAN-ADD OR (TRAN-CHANGE AND NOT TRAN-SUPV-UNCHANGED))
		PERFORM 3648-RECORD-SUPERVISOR-CHANGE
	END-IF.
	IF TRAN-VALID AND APPROVAL-HOLD
		IF TRAN-FROM-SUSPENSE
			ADD 1 TO WS-SUSP-TO-APPR-COUNT
			PERFORM 3950-RELEASE-SUSPENDED-ITEM
		END-IF
		PERFORM 3980-HOLD-FOR-APPROVAL
	ELSE
		IF TRAN-VALID
			WRITE EMPTRANE-RECORD FROM EMPTRAN-RECORD
			IF WS-EDITED-STATUS NOT = '00'
				DISPLAY 'EMPEDIT: EMPTRANE WRITE FAILED - FILE STATUS ' WS-EDITED-STATUS
				MOVE 24 TO WS-ABEND-RETURN-CODE
				PERFORM 9999-ABEND
			END-IF
			EVALUATE TRUE
				WHEN TRAN-FROM-SUSPENSE
					ADD 1 TO WS-RELEASE-COUNT
					PERFORM 3950-RELEASE-SUSPENDED-ITEM
				WHEN TRAN-FROM-APPROVAL
					ADD 1 TO WS-APPR-RELEASE-COUNT
					PERFORM 3955-RELEASE-APPROVED-ITEM
				WHEN OTHER
					ADD 1 TO WS-ACCEPT-COUNT
			END-EVALUATE
		ELSE
			EVALUATE TRUE
				WHEN TRAN-FROM-SUSPENSE
					ADD 1 TO WS-STILL-HELD-COUNT
					PERFORM 3960-UPDATE-SUSPENDED-ITEM
				WHEN TRAN-FROM-APPROVAL
					ADD 1 TO WS-APPR-FAILING-COUNT
					PERFORM 3965-UPDATE-APPROVED-ITEM
				WHEN OTHER
					ADD 1 TO WS-REJECT-COUNT
					PERFORM 3970-SUSPEND-TRANSACTION
			END-EVALUATE
		END-IF
	END-IF.

3100-EDIT-TRAN-CODE.
		END-READ
	END-IF.

3450-EDIT-POSITION-CONTROL.
	SET NO-HEADCOUNT-MOVE TO TRUE.
	IF TRAN-ADD
		SET HEADCOUNT-MOVE TO TRUE
	ELSE
		MOVE TRAN-EMPNO TO EMPNO
		READ EMPPF
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF EMP-TERMINATED
					IF TRAN-STATUS-ACTIVE OR TRAN-STATUS-LEAVE
						SET HEADCOUNT-MOVE TO TRUE
					END-IF
				ELSE
					IF TRAN-DEPT NOT = EMP-DEPT
						SET HEADCOUNT-MOVE TO TRUE
					END-IF
				END-IF
		END-READ
	END-IF.
	IF HEADCOUNT-MOVE
		MOVE TRAN-DEPT TO WS-POS-LOOKUP-DEPT
		PERFORM 3480-FIND-POSITION-ENTRY
		IF POS-FOUND
			COMPUTE WS-POS-IN-USE = WS-POS-FILLED (WS-POS-IDX)
				+ WS-POS-PENDING (WS-POS-IDX)
				+ WS-POS-ACCEPTED (WS-POS-IDX)
			IF WS-POS-IN-USE >= WS-POS-AUTH (WS-POS-IDX)
				MOVE 'NO OPEN POSITION - DEPT AT AUTHORIZED HEADCOUNT' TO WS-D-REASON
				PERFORM 3900-PRINT-REJECT-REASON
			ELSE
				ADD 1 TO WS-POS-ACCEPTED (WS-POS-IDX)
			END-IF
		END-IF
	END-IF.

3480-FIND-POSITION-ENTRY.
	SET POS-NOT-FOUND TO TRUE.
	SET WS-POS-IDX TO 1.
	SEARCH WS-POS-ENTRY
		AT END
			CONTINUE
		WHEN WS-POS-IDX > WS-POS-TABLE-COUNT
			CONTINUE
		WHEN WS-POS-DEPT (WS-POS-IDX) = WS-POS-LOOKUP-DEPT
			SET POS-FOUND TO TRUE
	END-SEARCH.

3500-EDIT-HIRE-DATE.
	IF TRAN-HIRE-DATE NOT NUMERIC
		MOVE 'HIRE DATE NOT NUMERIC' TO WS-D-REASON
				MOVE 'GRADE CODE NOT ON GRADE MASTER' TO WS-D-REASON
				PERFORM 3900-PRINT-REJECT-REASON
			NOT INVALID KEY
				MOVE GRD-MAXIMUM TO WS-HOLD-GRADE-MAXIMUM
				IF TRAN-SALARY IS NUMERIC
						AND (TRAN-SALARY < GRD-MINIMUM
						OR (TRAN-SALARY > GRD-MAXIMUM AND NOT TRAN-CHANGE))
					MOVE 'SALARY OUTSIDE ASSIGNED GRADE RANGE' TO WS-D-REASON
					PERFORM 3900-PRINT-REJECT-REASON
				END-IF
				IF TRAN-SALARY IS NUMERIC AND TRAN-CHANGE
						AND TRAN-SALARY > GRD-MAXIMUM
					PERFORM 3625-CHECK-RAISED-OVER-MAX
				END-IF
		END-READ
	END-IF.

3625-CHECK-RAISED-OVER-MAX.
	MOVE TRAN-EMPNO TO EMPNO.
	READ EMPPF
		INVALID KEY
			SET OVER-GRADE-MAX TO TRUE
		NOT INVALID KEY
			IF TRAN-SALARY > EMP-SALARY OR WS-EDIT-GRADE NOT = EMP-GRADE
				SET OVER-GRADE-MAX TO TRUE
			END-IF
	END-READ.

3630-EDIT-SUPERVISOR.
	IF NOT TRAN-SUPV-UNCHANGED AND NOT TRAN-SUPV-REMOVE
		IF TRAN-SUPV-EMPNO NOT NUMERIC
			MOVE 'SUPERVISOR NUMBER NOT NUMERIC' TO WS-D-REASON
			PERFORM 3900-PRINT-REJECT-REASON
		ELSE
			IF TRAN-SUPV-EMPNO = TRAN-EMPNO
				MOVE 'EMPLOYEE CANNOT BE THEIR OWN SUPERVISOR' TO WS-D-REASON
				PERFORM 3900-PRINT-REJECT-REASON
			ELSE
				PERFORM 3635-EDIT-SUPERVISOR-ON-FILE
			END-IF
		END-IF
	END-IF.

3635-EDIT-SUPERVISOR-ON-FILE.
	MOVE TRAN-SUPV-EMPNO TO WS-SUPV-LOOKUP-EMPNO.
	PERFORM 3645-FIND-SUPERVISOR-ENTRY.
	MOVE TRAN-SUPV-EMPNO TO EMPNO.
	READ EMPPF
		INVALID KEY
			IF SUPV-FOUND
				MOVE WS-SUPV-REPORTS-TO (WS-SUPV-IDX) TO WS-CHAIN-EMPNO
				PERFORM 3640-CHECK-REPORTING-LOOP
			ELSE
				MOVE 'SUPERVISOR NOT ON EMPLOYEE MASTER' TO WS-D-REASON
				PERFORM 3900-PRINT-REJECT-REASON
			END-IF
		NOT INVALID KEY
			IF EMP-TERMINATED
				MOVE 'SUPERVISOR IS TERMINATED' TO WS-D-REASON
				PERFORM 3900-PRINT-REJECT-REASON
			ELSE
				IF SUPV-FOUND
					MOVE WS-SUPV-REPORTS-TO (WS-SUPV-IDX) TO WS-CHAIN-EMPNO
				ELSE
					MOVE EMP-SUPV-EMPNO TO WS-CHAIN-EMPNO
				END-IF
				PERFORM 3640-CHECK-REPORTING-LOOP
			END-IF
	END-READ.

3640-CHECK-REPORTING-LOOP.
	MOVE ZERO TO WS-CHAIN-DEPTH.
	SET CHAIN-CONTINUE TO TRUE.
	PERFORM UNTIL CHAIN-DONE
		PERFORM 3642-STEP-UP-CHAIN
	END-PERFORM.

3642-STEP-UP-CHAIN.
	EVALUATE TRUE
		WHEN WS-CHAIN-EMPNO = SPACES
			SET CHAIN-DONE TO TRUE
		WHEN WS-CHAIN-EMPNO = TRAN-EMPNO
			MOVE 'SUPERVISOR CHANGE WOULD CREATE A REPORTING LOOP' TO WS-D-REASON
			PERFORM 3900-PRINT-REJECT-REASON
			SET CHAIN-DONE TO TRUE
		WHEN WS-CHAIN-DEPTH >= 99
			MOVE 'SUPERVISOR CHAIN DEEPER THAN 99 LEVELS' TO WS-D-REASON
			PERFORM 3900-PRINT-REJECT-REASON
			SET CHAIN-DONE TO TRUE
		WHEN OTHER
			ADD 1 TO WS-CHAIN-DEPTH
			MOVE WS-CHAIN-EMPNO TO WS-SUPV-LOOKUP-EMPNO
			PERFORM 3645-FIND-SUPERVISOR-ENTRY
			IF SUPV-FOUND
				MOVE WS-SUPV-REPORTS-TO (WS-SUPV-IDX) TO WS-CHAIN-EMPNO
			ELSE
				MOVE WS-CHAIN-EMPNO TO EMPNO
				READ EMPPF
					INVALID KEY
						MOVE SPACES TO WS-CHAIN-EMPNO
					NOT INVALID KEY
						MOVE EMP-SUPV-EMPNO TO WS-CHAIN-EMPNO
				END-READ
			END-IF
	END-EVALUATE.

3645-FIND-SUPERVISOR-ENTRY.
	SET SUPV-NOT-FOUND TO TRUE.
	SET WS-SUPV-IDX TO 1.
	SEARCH WS-SUPV-ENTRY
		AT END
			CONTINUE
		WHEN WS-SUPV-IDX > WS-SUPV-TABLE-COUNT
			CONTINUE
		WHEN WS-SUPV-EMPNO (WS-SUPV-IDX) = WS-SUPV-LOOKUP-EMPNO
			SET SUPV-FOUND TO TRUE
	END-SEARCH.

3648-RECORD-SUPERVISOR-CHANGE.
	MOVE TRAN-EMPNO TO WS-SUPV-LOOKUP-EMPNO.
	PERFORM 3645-FIND-SUPERVISOR-ENTRY.
	IF SUPV-NOT-FOUND
		IF WS-SUPV-TABLE-COUNT >= 1000
			DISPLAY 'EMPEDIT: SUPERVISOR TABLE FULL - MORE THAN 1000 CHANGES'
			MOVE 52 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		END-IF
		ADD 1 TO WS-SUPV-TABLE-COUNT
		SET WS-SUPV-IDX TO WS-SUPV-TABLE-COUNT
		MOVE TRAN-EMPNO TO WS-SUPV-EMPNO (WS-SUPV-IDX)
	END-IF.
	IF TRAN-SUPV-REMOVE
		MOVE SPACES TO WS-SUPV-REPORTS-TO (WS-SUPV-IDX)
	ELSE
		MOVE TRAN-SUPV-EMPNO TO WS-SUPV-REPORTS-TO (WS-SUPV-IDX)
	END-IF.

3650-EDIT-STATUS.
	IF NOT TRAN-STATUS-UNCHANGED AND NOT TRAN-STATUS-ACTIVE
			AND NOT TRAN-STATUS-LEAVE
		END-IF
	END-IF.

3850-CHECK-APPROVAL-HOLD.
	MOVE ZERO TO WS-HOLD-OLD-SALARY.
	MOVE ZERO TO WS-HOLD-PCT-CHANGE.
	MOVE TRAN-EMPNO TO EMPNO.
	READ EMPPF
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE EMP-SALARY TO WS-HOLD-OLD-SALARY
	END-READ.
	IF WS-HOLD-OLD-SALARY > ZERO
		COMPUTE WS-HOLD-PCT-CHANGE ROUNDED =
			(TRAN-SALARY - WS-HOLD-OLD-SALARY) * 100 / WS-HOLD-OLD-SALARY
			ON SIZE ERROR
				MOVE 99999.99 TO WS-HOLD-PCT-CHANGE
		END-COMPUTE
		IF WS-HOLD-PCT-CHANGE > WS-HOLD-THRESHOLD-PCT
			SET OVER-THRESHOLD TO TRUE
		END-IF
	END-IF.
	IF OVER-THRESHOLD OR OVER-GRADE-MAX
		SET APPROVAL-HOLD TO TRUE
	END-IF.

3900-PRINT-REJECT-REASON.
	SET TRAN-INVALID TO TRUE.
	ADD 1 TO WS-REASON-COUNT.
	IF WS-REASON-COUNT <= 5
		MOVE WS-D-REASON TO WS-REASON-TEXT (WS-REASON-COUNT)
	END-IF.
	PERFORM 3990-PRINT-DETAIL-LINE.

3950-RELEASE-SUSPENDED-ITEM.
	SET SUS-RELEASED TO TRUE.
	MOVE WS-RUN-DATE-NUM TO SUS-RELEASE-DATE.
	MOVE EMPTRAN-RECORD TO SUS-TRAN-IMAGE.
	REWRITE EMPSUS-RECORD.
	IF WS-SUSP-STATUS NOT = '00'
		DISPLAY 'EMPEDIT: EMPSUSP REWRITE FAILED - FILE STATUS ' WS-SUSP-STATUS
		MOVE 32 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF APPROVAL-HOLD
		MOVE 'RELEASED FROM SUSPENSE - HELD FOR APPROVAL' TO WS-D-REASON
	ELSE
		MOVE 'RELEASED FROM SUSPENSE - PASSED EDIT' TO WS-D-REASON
	END-IF.
	PERFORM 3990-PRINT-DETAIL-LINE.

3955-RELEASE-APPROVED-ITEM.
	SET APR-RELEASED TO TRUE.
	MOVE WS-RUN-DATE-NUM TO APR-STATUS-DATE.
	MOVE SPACES TO APR-FAIL-REASON.
	REWRITE EMPAPR-RECORD.
	IF WS-APPR-STATUS NOT = '00'
		DISPLAY 'EMPEDIT: EMPAPPR REWRITE FAILED - FILE STATUS ' WS-APPR-STATUS
		MOVE 56 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE 'RELEASED FROM APPROVAL HOLD - PASSED EDIT' TO WS-D-REASON.
	PERFORM 3990-PRINT-DETAIL-LINE.

3960-UPDATE-SUSPENDED-ITEM.
	IF SUS-LAST-FAIL-DATE < WS-RUN-DATE-NUM
		ADD 1 TO SUS-FAIL-COUNT
	END-IF.
	SET SUS-HELD TO TRUE.
	MOVE WS-RUN-DATE-NUM TO SUS-LAST-FAIL-DATE.
	MOVE ZEROS TO SUS-RELEASE-DATE.
	MOVE WS-REASON-COUNT TO SUS-REASON-COUNT.
	MOVE WS-REASONS TO SUS-REASONS.
	SET SUS-NOT-CORRECTED TO TRUE.
	MOVE EMPTRAN-RECORD TO SUS-TRAN-IMAGE.
	REWRITE EMPSUS-RECORD.
	IF WS-SUSP-STATUS NOT = '00'
		DISPLAY 'EMPEDIT: EMPSUSP REWRITE FAILED - FILE STATUS ' WS-SUSP-STATUS
		MOVE 32 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

3965-UPDATE-APPROVED-ITEM.
	SET APR-APPROVED TO TRUE.
	MOVE WS-REASON-TEXT (1) TO APR-FAIL-REASON.
	REWRITE EMPAPR-RECORD.
	IF WS-APPR-STATUS NOT = '00'
		DISPLAY 'EMPEDIT: EMPAPPR REWRITE FAILED - FILE STATUS ' WS-APPR-STATUS
		MOVE 56 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

3970-SUSPEND-TRANSACTION.
	MOVE SPACES TO EMPSUS-RECORD.
	MOVE TRAN-EMPNO TO SUS-EMPNO.
	MOVE TRAN-CODE TO SUS-TRAN-CODE.
	SET SUS-HELD TO TRUE.
	MOVE WS-RUN-DATE-NUM TO SUS-FIRST-FAIL-DATE.
	MOVE WS-RUN-DATE-NUM TO SUS-LAST-FAIL-DATE.
	MOVE ZEROS TO SUS-RELEASE-DATE.
	MOVE 1 TO SUS-FAIL-COUNT.
	MOVE WS-REASON-COUNT TO SUS-REASON-COUNT.
	MOVE WS-REASONS TO SUS-REASONS.
	SET SUS-NOT-CORRECTED TO TRUE.
	MOVE EMPTRAN-RECORD TO SUS-TRAN-IMAGE.
	MOVE 1 TO WS-SUSP-SEQ.
	MOVE 'N' TO WS-SUSP-WRITTEN-SWITCH.
	PERFORM 3975-WRITE-SUSPENSE-RECORD UNTIL SUSP-WRITTEN.

3975-WRITE-SUSPENSE-RECORD.
	IF WS-SUSP-SEQ > 99
		DISPLAY 'EMPEDIT: EMPSUSP SEQUENCE EXHAUSTED FOR ' TRAN-EMPNO ' ' TRAN-CODE
		MOVE 36 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE WS-SUSP-SEQ TO SUS-SEQ.
	WRITE EMPSUS-RECORD.
	EVALUATE WS-SUSP-STATUS
		WHEN '00'
			SET SUSP-WRITTEN TO TRUE
		WHEN '22'
			ADD 1 TO WS-SUSP-SEQ
		WHEN OTHER
			DISPLAY 'EMPEDIT: EMPSUSP WRITE FAILED - FILE STATUS ' WS-SUSP-STATUS
			MOVE 36 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3980-HOLD-FOR-APPROVAL.
	ADD 1 TO WS-HOLD-COUNT.
	MOVE SPACES TO EMPAPR-RECORD.
	MOVE TRAN-EMPNO TO APR-EMPNO.
	SET APR-HELD TO TRUE.
	MOVE WS-RUN-DATE-NUM TO APR-HOLD-DATE.
	MOVE WS-RUN-DATE-NUM TO APR-STATUS-DATE.
	EVALUATE TRUE
		WHEN OVER-THRESHOLD AND OVER-GRADE-MAX
			SET APR-OVER-BOTH TO TRUE
			MOVE 'OVER PCT THRESHOLD AND GRADE MAXIMUM' TO WS-HOLD-REASON-TEXT
		WHEN OVER-THRESHOLD
			SET APR-OVER-THRESHOLD TO TRUE
			MOVE 'INCREASE OVER PCT THRESHOLD' TO WS-HOLD-REASON-TEXT
		WHEN OTHER
			SET APR-OVER-GRADE-MAX TO TRUE
			MOVE 'RAISED OR REGRADED OVER GRADE MAXIMUM' TO WS-HOLD-REASON-TEXT
	END-EVALUATE.
	MOVE WS-HOLD-OLD-SALARY TO APR-OLD-SALARY.
	MOVE TRAN-SALARY TO APR-NEW-SALARY.
	MOVE WS-HOLD-PCT-CHANGE TO APR-PCT-CHANGE.
	MOVE WS-EDIT-GRADE TO APR-GRADE.
	MOVE WS-HOLD-GRADE-MAXIMUM TO APR-GRADE-MAXIMUM.
	MOVE EMPTRAN-RECORD TO APR-TRAN-IMAGE.
	MOVE 1 TO WS-APPR-SEQ.
	MOVE 'N' TO WS-APPR-WRITTEN-SWITCH.
	PERFORM 3985-WRITE-APPROVAL-RECORD UNTIL APPR-WRITTEN.
	MOVE SPACES TO WS-D-REASON.
	STRING 'HELD FOR APPROVAL ' APR-SEQ ' - ' WS-HOLD-REASON-TEXT
		DELIMITED BY SIZE INTO WS-D-REASON
	END-STRING.
	PERFORM 3990-PRINT-DETAIL-LINE.

3985-WRITE-APPROVAL-RECORD.
	IF WS-APPR-SEQ > 99
		DISPLAY 'EMPEDIT: EMPAPPR SEQUENCE EXHAUSTED FOR ' TRAN-EMPNO
		MOVE 56 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE WS-APPR-SEQ TO APR-SEQ.
	WRITE EMPAPR-RECORD.
	EVALUATE WS-APPR-STATUS
		WHEN '00'
			SET APPR-WRITTEN TO TRUE
		WHEN '22'
			ADD 1 TO WS-APPR-SEQ
		WHEN OTHER
			DISPLAY 'EMPEDIT: EMPAPPR WRITE FAILED - FILE STATUS ' WS-APPR-STATUS
			MOVE 56 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3990-PRINT-DETAIL-LINE.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE OR WS-PAGE-NUMBER = ZERO
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE TRAN-EMPNO TO WS-D-EMPNO.
	MOVE TRAN-CODE TO WS-D-TRAN-CODE.
	EVALUATE TRUE
		WHEN TRAN-FROM-SUSPENSE
			MOVE SUS-FIRST-FAIL-DATE TO WS-DATE-WORK
			PERFORM 5800-FORMAT-DATE
			MOVE SPACES TO WS-D-SOURCE
			STRING 'SUSPENSE ' SUS-SEQ ' SINCE ' WS-DATE-DISPLAY
				DELIMITED BY SIZE INTO WS-D-SOURCE
			END-STRING
		WHEN TRAN-FROM-APPROVAL
			MOVE APR-HOLD-DATE TO WS-DATE-WORK
			PERFORM 5800-FORMAT-DATE
			MOVE SPACES TO WS-D-SOURCE
			STRING 'APPROVAL ' APR-SEQ ' HELD ' WS-DATE-DISPLAY
				DELIMITED BY SIZE INTO WS-D-SOURCE
			END-STRING
		WHEN OTHER
			MOVE 'NEW' TO WS-D-SOURCE
	END-EVALUATE.
	WRITE EMPEDRPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

	MOVE WS-REJECT-COUNT TO WS-TR-REJECT.
	WRITE EMPEDRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPEDRPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
	MOVE WS-RECYCLE-COUNT TO WS-TR-RECYCLE.
	MOVE WS-RELEASE-COUNT TO WS-TR-RELEASE.
	MOVE WS-STILL-HELD-COUNT TO WS-TR-STILL-HELD.
	MOVE WS-SUSP-TO-APPR-COUNT TO WS-TR-TO-APPR.
	MOVE WS-REJECT-COUNT TO WS-TR-SUSPEND.
	WRITE EMPEDRPT-LINE FROM WS-SUSPENSE-TRAILER-LINE AFTER ADVANCING 1 LINE.
	MOVE WS-HOLD-COUNT TO WS-TR-HELD.
	MOVE WS-APPR-RECYCLE-COUNT TO WS-TR-APPROVED.
	MOVE WS-APPR-RELEASE-COUNT TO WS-TR-APPR-RELEASE.
	MOVE WS-APPR-FAILING-COUNT TO WS-TR-APPR-FAILING.
	WRITE EMPEDRPT-LINE FROM WS-APPROVAL-TRAILER-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPEDIT: TRANSACTIONS READ - ' WS-READ-COUNT.
	DISPLAY 'EMPEDIT: TRANSACTIONS ACCEPTED - ' WS-ACCEPT-COUNT.
	DISPLAY 'EMPEDIT: TRANSACTIONS REJECTED - ' WS-REJECT-COUNT.
	DISPLAY 'EMPEDIT: SUSPENSE ITEMS RECYCLED - ' WS-RECYCLE-COUNT.
	DISPLAY 'EMPEDIT: SUSPENSE ITEMS RELEASED - ' WS-RELEASE-COUNT.
	DISPLAY 'EMPEDIT: SUSPENSE ITEMS STILL HELD - ' WS-STILL-HELD-COUNT.
	DISPLAY 'EMPEDIT: SUSPENSE ITEMS TO APPROVAL - ' WS-SUSP-TO-APPR-COUNT.
	DISPLAY 'EMPEDIT: SUSPENSE ITEMS PURGED - ' WS-PURGE-COUNT.
	DISPLAY 'EMPEDIT: CHANGES HELD FOR APPROVAL - ' WS-HOLD-COUNT.
	DISPLAY 'EMPEDIT: APPROVED ITEMS RECYCLED - ' WS-APPR-RECYCLE-COUNT.
	DISPLAY 'EMPEDIT: APPROVED ITEMS RELEASED - ' WS-APPR-RELEASE-COUNT.
	DISPLAY 'EMPEDIT: APPROVED ITEMS STILL FAILING - ' WS-APPR-FAILING-COUNT.
	DISPLAY 'EMPEDIT: APPROVAL ITEMS PURGED - ' WS-APPR-PURGE-COUNT.

7500-WRITE-FINAL-PAGE.
	WRITE EMPEDRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPEDRPT-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

5800-FORMAT-DATE.
	MOVE SPACES TO WS-DATE-DISPLAY.
	STRING WS-DATE-WORK (5:2) '/' WS-DATE-WORK (7:2) '/'
		WS-DATE-WORK (1:4)
		DELIMITED BY SIZE INTO WS-DATE-DISPLAY
	END-STRING.

8000-CLOSE-FILES.
	CLOSE EMPTRANS.
	CLOSE DEPTPF.
	CLOSE GRADEPF.
	CLOSE EMPPF.
	CLOSE EMPTRANE.
	CLOSE EMPSUSP.
	CLOSE EMPAPPR.
	CLOSE EMPEDRPT.

8800-RUN-CONTROL-END.
	MOVE 'E' TO RP-FUNCTION.
	COMPUTE RP-READ-COUNT = WS-READ-COUNT + WS-RECYCLE-COUNT
		+ WS-APPR-RECYCLE-COUNT.
	COMPUTE RP-WRITE-COUNT = WS-ACCEPT-COUNT + WS-RELEASE-COUNT
		+ WS-APPR-RELEASE-COUNT.
	CALL 'EMPRUNCT' USING RUNCTL-PARM.
	IF NOT RP-OK
		DISPLAY 'EMPEDIT: RUN CONTROL END UPDATE FAILED - STATUS ' RP-RETURN-STATUS
