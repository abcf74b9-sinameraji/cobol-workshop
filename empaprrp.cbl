       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPAPRRP.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL EMPAPPR ASSIGN TO EMPAPPR
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS APR-KEY
		FILE STATUS IS WS-APPR-STATUS.

		SELECT APRPARM ASSIGN TO APRPARM
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-APRPARM-STATUS.

		SELECT EMPPF ASSIGN TO EMPPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPNO
		ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
		FILE STATUS IS WS-EMPPF-STATUS.

		SELECT EMPAPRPT ASSIGN TO EMPAPRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD EMPAPPR
		LABEL RECORDS ARE STANDARD.
	COPY EMPAPRREC.

	FD APRPARM
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	COPY APRPRMREC.

	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD EMPAPRPT
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPAPRPT-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-APPR-STATUS		PIC X(2).
	01 WS-APRPARM-STATUS		PIC X(2).
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-APPR-EOF-SWITCH		PIC X VALUE 'N'.
		88 APPR-EOF		VALUE 'Y'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-RUN-DATE-RAW.
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
	01 WS-LINES-PER-PAGE		PIC 9(3) VALUE 55.

	01 WS-EXPIRY-DAYS		PIC 9(3).
	01 WS-THRESHOLD-PCT		PIC 9(2)V99.
	01 WS-HELD-DAYS		PIC 9(5).

	01 WS-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-AWAITING-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-APPROVED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-FAILING-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-RELEASED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-DECLINED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-EXPIRED-COUNT		PIC 9(7) VALUE ZERO.

	COPY RUNCTLPRM.

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'SALARY CHANGE APPROVAL LISTING'.
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-HEADING-LINE-2.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(8)  VALUE 'EMP NO'.
		05 FILLER		PIC X(4)  VALUE 'SEQ'.
		05 FILLER		PIC X(23) VALUE 'NAME'.
		05 FILLER		PIC X(6)  VALUE 'DEPT'.
		05 FILLER		PIC X(14) VALUE '  OLD SALARY'.
		05 FILLER		PIC X(14) VALUE '  NEW SALARY'.
		05 FILLER		PIC X(11) VALUE '  PCT CHG'.
		05 FILLER		PIC X(12) VALUE 'HELD'.
		05 FILLER		PIC X(6)  VALUE 'DAYS'.
		05 FILLER		PIC X(7)  VALUE 'HOLD'.
		05 FILLER		PIC X(14) VALUE 'STATUS'.
		05 FILLER		PIC X(8)  VALUE 'APPROVER'.
		05 FILLER		PIC X(4)  VALUE SPACES.

	01 WS-DETAIL-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-D-EMPNO		PIC X(6).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-SEQ		PIC 9(2).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-NAME		PIC X(22).
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-D-DEPT		PIC X(4).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-OLD-SALARY	PIC Z,ZZZ,ZZ9.99.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-NEW-SALARY	PIC Z,ZZZ,ZZ9.99.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-PCT-CHANGE	PIC -ZZZZ9.99.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-HOLD-DATE	PIC X(10).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-HELD-DAYS	PIC ZZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-HOLD-REASON	PIC X(5).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-STATUS		PIC X(12).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-APPROVER	PIC X(8).
		05 FILLER		PIC X(4) VALUE SPACES.

	01 WS-FAIL-LINE.
		05 FILLER		PIC X(13) VALUE SPACES.
		05 FILLER		PIC X(14) VALUE 'EDIT FAILURE: '.
		05 WS-F-REASON		PIC X(50).
		05 FILLER		PIC X(55) VALUE SPACES.

	01 WS-PARM-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(20) VALUE 'HOLD THRESHOLD PCT: '.
		05 WS-P-THRESHOLD	PIC Z9.99.
		05 FILLER		PIC X(7)  VALUE SPACES.
		05 FILLER		PIC X(20) VALUE 'EXPIRY DAYS.......: '.
		05 WS-P-EXPIRY-DAYS	PIC ZZ9.
		05 FILLER		PIC X(76) VALUE SPACES.

	01 WS-TRAILER-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(20) VALUE 'AWAITING APPROVAL.: '.
		05 WS-TR-AWAITING	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(5)  VALUE SPACES.
		05 FILLER		PIC X(20) VALUE 'APPROVED..........: '.
		05 WS-TR-APPROVED	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(5)  VALUE SPACES.
		05 FILLER		PIC X(20) VALUE 'FAILING EDIT......: '.
		05 WS-TR-FAILING	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(40) VALUE SPACES.

	01 WS-TRAILER-LINE-2.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(20) VALUE 'RELEASED TONIGHT..: '.
		05 WS-TR-RELEASED	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(5)  VALUE SPACES.
		05 FILLER		PIC X(20) VALUE 'DECLINED..........: '.
		05 WS-TR-DECLINED	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(5)  VALUE SPACES.
		05 FILLER		PIC X(20) VALUE 'EXPIRED TONIGHT...: '.
		05 WS-TR-EXPIRED	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(40) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(55) VALUE '*** END OF SALARY CHANGE APPROVAL LISTING ***'.
		05 FILLER		PIC X(76) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 0500-RUN-CONTROL-START.
	PERFORM 1000-OPEN-FILES.
	PERFORM 1100-READ-APPROVAL-PARM.
	IF NOT APPR-EOF
		MOVE LOW-VALUES TO APR-KEY
		START EMPAPPR KEY IS NOT LESS THAN APR-KEY
			INVALID KEY
				SET APPR-EOF TO TRUE
		END-START
	END-IF.
	IF NOT APPR-EOF
		PERFORM 2000-READ-APPROVAL
	END-IF.
	PERFORM UNTIL APPR-EOF
		PERFORM 3000-LIST-APPROVAL-ITEM
		PERFORM 2000-READ-APPROVAL
	END-PERFORM.
	IF WS-PAGE-NUMBER = ZERO
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 7500-WRITE-FINAL-PAGE.
	PERFORM 8000-CLOSE-FILES.
	PERFORM 8800-RUN-CONTROL-END.
	IF WS-EXPIRED-COUNT > ZERO OR WS-FAILING-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

0500-RUN-CONTROL-START.
	MOVE 'S' TO RP-FUNCTION.
	MOVE 'EMPAPRRP' TO RP-STEP-NAME.
	MOVE 'EMPEDIT' TO RP-PRED-STEP.
	MOVE ZEROS TO RP-READ-COUNT.
	MOVE ZEROS TO RP-WRITE-COUNT.
	MOVE ZEROS TO RP-PRED-WRITE-COUNT.
	CALL 'EMPRUNCT' USING RUNCTL-PARM.
	IF NOT RP-OK
		DISPLAY 'EMPAPRRP: RUN CONTROL REFUSED START - STATUS ' RP-RETURN-STATUS
		MOVE RP-RETURN-STATUS TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN I-O EMPAPPR.
	EVALUATE WS-APPR-STATUS
		WHEN '00'
			CONTINUE
		WHEN '05'
			SET APPR-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPAPRRP: EMPAPPR OPEN FAILED - FILE STATUS ' WS-APPR-STATUS
			MOVE 8 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT EMPPF.
	IF WS-EMPPF-STATUS NOT = '00'
		DISPLAY 'EMPAPRRP: EMPPF OPEN FAILED - FILE STATUS ' WS-EMPPF-STATUS
		MOVE 12 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT EMPAPRPT.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPAPRRP: EMPAPRPT OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 16 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1100-READ-APPROVAL-PARM.
	OPEN INPUT APRPARM.
	IF WS-APRPARM-STATUS NOT = '00'
		DISPLAY 'EMPAPRRP: APRPARM OPEN FAILED - FILE STATUS ' WS-APRPARM-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	READ APRPARM.
	IF WS-APRPARM-STATUS NOT = '00'
		DISPLAY 'EMPAPRRP: NO APPROVAL PARAMETER CARD - FILE STATUS ' WS-APRPARM-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF APRP-EXPIRY-DAYS NOT NUMERIC OR APRP-EXPIRY-DAYS = ZERO
		DISPLAY 'EMPAPRRP: APPROVAL EXPIRY DAYS MISSING OR NOT NUMERIC - '
			APRPARM-RECORD (6:3)
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE APRP-EXPIRY-DAYS TO WS-EXPIRY-DAYS.
	IF APRP-THRESHOLD-PCT NUMERIC
		MOVE APRP-THRESHOLD-PCT TO WS-THRESHOLD-PCT
	ELSE
		MOVE ZERO TO WS-THRESHOLD-PCT
	END-IF.
	CLOSE APRPARM.

2000-READ-APPROVAL.
	READ EMPAPPR NEXT RECORD.
	EVALUATE WS-APPR-STATUS
		WHEN '00'
			ADD 1 TO WS-READ-COUNT
		WHEN '10'
			SET APPR-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPAPRRP: UNEXPECTED EMPAPPR READ STATUS ' WS-APPR-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-LIST-APPROVAL-ITEM.
	COMPUTE WS-HELD-DAYS =
		FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
		- FUNCTION INTEGER-OF-DATE(APR-HOLD-DATE).
	IF APR-HELD AND WS-HELD-DAYS > WS-EXPIRY-DAYS
		PERFORM 3500-EXPIRE-ITEM
	END-IF.
	EVALUATE TRUE
		WHEN APR-HELD
			ADD 1 TO WS-AWAITING-COUNT
			MOVE 'AWAITING' TO WS-D-STATUS
		WHEN APR-APPROVED AND APR-FAIL-REASON NOT = SPACES
			ADD 1 TO WS-FAILING-COUNT
			MOVE 'FAILING EDIT' TO WS-D-STATUS
		WHEN APR-APPROVED
			ADD 1 TO WS-APPROVED-COUNT
			MOVE 'APPROVED' TO WS-D-STATUS
		WHEN APR-RELEASED
			ADD 1 TO WS-RELEASED-COUNT
			MOVE 'RELEASED' TO WS-D-STATUS
		WHEN APR-DECLINED
			ADD 1 TO WS-DECLINED-COUNT
			MOVE 'DECLINED' TO WS-D-STATUS
		WHEN APR-EXPIRED
			IF APR-STATUS-DATE = WS-RUN-DATE-NUM
				ADD 1 TO WS-EXPIRED-COUNT
			END-IF
			MOVE 'EXPIRED' TO WS-D-STATUS
		WHEN OTHER
			MOVE APR-STATUS TO WS-D-STATUS
	END-EVALUATE.
	PERFORM 3800-PRINT-DETAIL.

3500-EXPIRE-ITEM.
	SET APR-EXPIRED TO TRUE.
	MOVE WS-RUN-DATE-NUM TO APR-STATUS-DATE.
	REWRITE EMPAPR-RECORD.
	IF WS-APPR-STATUS NOT = '00'
		DISPLAY 'EMPAPRRP: EMPAPPR REWRITE FAILED - FILE STATUS ' WS-APPR-STATUS
		MOVE 28 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

3800-PRINT-DETAIL.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1 OR WS-PAGE-NUMBER = ZERO
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE APR-EMPNO TO WS-D-EMPNO.
	MOVE APR-SEQ TO WS-D-SEQ.
	MOVE APR-EMPNO TO EMPNO.
	READ EMPPF
		INVALID KEY
			MOVE '*** NOT ON EMPPF ***' TO WS-D-NAME
			MOVE SPACES TO WS-D-DEPT
		NOT INVALID KEY
			MOVE SPACES TO WS-D-NAME
			STRING EMP-LAST-NAME DELIMITED BY '  '
				', ' DELIMITED BY SIZE
				EMP-FIRST-NAME DELIMITED BY '  '
				INTO WS-D-NAME
			END-STRING
			MOVE EMP-DEPT TO WS-D-DEPT
	END-READ.
	MOVE APR-OLD-SALARY TO WS-D-OLD-SALARY.
	MOVE APR-NEW-SALARY TO WS-D-NEW-SALARY.
	MOVE APR-PCT-CHANGE TO WS-D-PCT-CHANGE.
	MOVE APR-HOLD-DATE TO WS-DATE-WORK.
	PERFORM 5800-FORMAT-DATE.
	MOVE WS-DATE-DISPLAY TO WS-D-HOLD-DATE.
	MOVE WS-HELD-DAYS TO WS-D-HELD-DAYS.
	EVALUATE TRUE
		WHEN APR-OVER-THRESHOLD
			MOVE 'PCT' TO WS-D-HOLD-REASON
		WHEN APR-OVER-GRADE-MAX
			MOVE 'GRADE' TO WS-D-HOLD-REASON
		WHEN APR-OVER-BOTH
			MOVE 'BOTH' TO WS-D-HOLD-REASON
		WHEN OTHER
			MOVE APR-HOLD-REASON TO WS-D-HOLD-REASON
	END-EVALUATE.
	MOVE APR-APPROVER-ID TO WS-D-APPROVER.
	WRITE EMPAPRPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.
	IF APR-APPROVED AND APR-FAIL-REASON NOT = SPACES
		MOVE APR-FAIL-REASON TO WS-F-REASON
		WRITE EMPAPRPT-LINE FROM WS-FAIL-LINE AFTER ADVANCING 1 LINE
		ADD 1 TO WS-LINE-COUNT
	END-IF.

4000-WRITE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPAPRPT-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPAPRPT-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	WRITE EMPAPRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPAPRPT-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.
	WRITE EMPAPRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 4 TO WS-LINE-COUNT.

5800-FORMAT-DATE.
	MOVE SPACES TO WS-DATE-DISPLAY.
	STRING WS-DATE-WORK (5:2) '/' WS-DATE-WORK (7:2) '/'
		WS-DATE-WORK (1:4)
		DELIMITED BY SIZE INTO WS-DATE-DISPLAY
	END-STRING.

7000-WRITE-CONTROL-TOTALS.
	MOVE WS-THRESHOLD-PCT TO WS-P-THRESHOLD.
	MOVE WS-EXPIRY-DAYS TO WS-P-EXPIRY-DAYS.
	MOVE WS-AWAITING-COUNT TO WS-TR-AWAITING.
	MOVE WS-APPROVED-COUNT TO WS-TR-APPROVED.
	MOVE WS-FAILING-COUNT TO WS-TR-FAILING.
	MOVE WS-RELEASED-COUNT TO WS-TR-RELEASED.
	MOVE WS-DECLINED-COUNT TO WS-TR-DECLINED.
	MOVE WS-EXPIRED-COUNT TO WS-TR-EXPIRED.
	WRITE EMPAPRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPAPRPT-LINE FROM WS-PARM-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPAPRPT-LINE FROM WS-TRAILER-LINE-1 AFTER ADVANCING 1 LINE.
	WRITE EMPAPRPT-LINE FROM WS-TRAILER-LINE-2 AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPAPRRP: ITEMS AWAITING APPROVAL - ' WS-AWAITING-COUNT.
	DISPLAY 'EMPAPRRP: APPROVED ITEMS FAILING EDIT - ' WS-FAILING-COUNT.
	DISPLAY 'EMPAPRRP: ITEMS RELEASED TONIGHT - ' WS-RELEASED-COUNT.
	DISPLAY 'EMPAPRRP: ITEMS EXPIRED TONIGHT - ' WS-EXPIRED-COUNT.

7500-WRITE-FINAL-PAGE.
	WRITE EMPAPRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPAPRPT-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

8000-CLOSE-FILES.
	CLOSE EMPAPPR.
	CLOSE EMPPF.
	CLOSE EMPAPRPT.

8800-RUN-CONTROL-END.
	MOVE 'E' TO RP-FUNCTION.
	MOVE WS-READ-COUNT TO RP-READ-COUNT.
	MOVE WS-EXPIRED-COUNT TO RP-WRITE-COUNT.
	CALL 'EMPRUNCT' USING RUNCTL-PARM.
	IF NOT RP-OK
		DISPLAY 'EMPAPRRP: RUN CONTROL END UPDATE FAILED - STATUS ' RP-RETURN-STATUS
		MOVE RP-RETURN-STATUS TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

9999-ABEND.
	DISPLAY 'EMPAPRRP: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
