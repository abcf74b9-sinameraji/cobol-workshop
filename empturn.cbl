       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPTURN.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT TURNCARD ASSIGN TO TURNCARD
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-CARD-STATUS.

		SELECT EMPHIST ASSIGN TO EMPHIST
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS HIST-KEY
		FILE STATUS IS WS-HIST-STATUS.

		SELECT OPTIONAL EMPHARCV ASSIGN TO EMPHARCV
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-ARCV-STATUS.

		SELECT EMPTURPT ASSIGN TO EMPTURPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD TURNCARD
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	01 TURNCARD-RECORD.
		05 TURN-FROM-DATE	PIC 9(8).
		05 FILLER		PIC X(1).
		05 TURN-TO-DATE		PIC 9(8).
		05 FILLER		PIC X(63).

	FD EMPHIST
		LABEL RECORDS ARE STANDARD.
	COPY EMPHISTREC.

	FD EMPHARCV
		LABEL RECORDS ARE STANDARD.
	COPY EMPHAKREC.

	FD EMPTURPT
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPTURPT-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-CARD-STATUS		PIC X(2).
	01 WS-HIST-STATUS		PIC X(2).
	01 WS-ARCV-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-HIST-EOF-SWITCH		PIC X VALUE 'N'.
		88 HIST-EOF		VALUE 'Y'.
	01 WS-ARCV-EOF-SWITCH		PIC X VALUE 'N'.
		88 ARCV-EOF		VALUE 'Y'.
	01 WS-ARCV-PRESENT-SWITCH	PIC X VALUE 'N'.
		88 ARCV-PRESENT		VALUE 'Y'.
	01 WS-MERGE-EOF-SWITCH		PIC X VALUE 'N'.
		88 MERGE-EOF		VALUE 'Y'.
	01 WS-EMPLOYEE-SWITCH		PIC X VALUE 'N'.
		88 EMPLOYEE-IN-PROGRESS	VALUE 'Y'.
	01 WS-FIRST-RECORD-SWITCH	PIC X.
		88 FIRST-RECORD		VALUE 'Y'.
	01 WS-PRIOR-SWITCH		PIC X.
		88 PRIOR-ON-FILE	VALUE 'Y'.
	01 WS-OPEN-SWITCH		PIC X.
		88 OPENING-CAPTURED	VALUE 'Y'.
	01 WS-CLOSE-SWITCH		PIC X.
		88 CLOSING-CAPTURED	VALUE 'Y'.
	01 WS-PRIOR-COUNT-SWITCH	PIC X.
		88 PRIOR-IN-HEADCOUNT	VALUE 'Y'.
	01 WS-CURR-COUNT-SWITCH	PIC X.
		88 CURR-IN-HEADCOUNT	VALUE 'Y'.
	01 WS-SLOT-SWITCH		PIC X.
		88 SLOT-FOUND		VALUE 'Y'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	COPY EMPPFREC.

	01 WS-ARC-HIST-RECORD.
		05 WS-ARC-EMPNO		PIC X(6).
		05 WS-ARC-SEQ		PIC 9(4).
		05 WS-ARC-ACTION	PIC X(1).
		05 WS-ARC-RUN-DATE	PIC 9(8).
		05 WS-ARC-IMAGE		PIC X(68).
		05 FILLER		PIC X(4).

	01 WS-CUR-HIST-RECORD.
		05 WS-CUR-EMPNO		PIC X(6).
		05 WS-CUR-SEQ		PIC 9(4).
		05 WS-CUR-ACTION	PIC X(1).
			88 WS-CUR-ADD		VALUE 'A'.
			88 WS-CUR-DELETE	VALUE 'D'.
			88 WS-CUR-TERMINATE	VALUE 'T'.
		05 WS-CUR-RUN-DATE	PIC 9(8).
		05 WS-CUR-IMAGE		PIC X(68).
		05 FILLER		PIC X(4).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-DISPLAY		PIC X(10).
	01 WS-DATE-WORK		PIC 9(8).
	01 WS-DATE-DISPLAY		PIC X(10).

	01 WS-FROM-DATE		PIC 9(8).
	01 WS-TO-DATE			PIC 9(8).
	01 WS-ARC-CUTOFF-DATE		PIC 9(8) VALUE ZERO.

	01 WS-PAGE-NUMBER		PIC 9(4) VALUE ZERO.
	01 WS-LINE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-LINES-PER-PAGE		PIC 9(3) VALUE 55.

	01 WS-HIST-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-ARCV-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-EMPLOYEE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-GAP-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-UNBALANCED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-TENURE-SKIP-COUNT	PIC 9(7) VALUE ZERO.

	01 WS-EMP-EMPNO		PIC X(6).
	01 WS-PRIOR-DEPT		PIC X(4).
	01 WS-PRIOR-STATUS		PIC X(1).
	01 WS-TENURE-DAYS		PIC 9(6).
	01 WS-TERM-DATE-WORK		PIC 9(8).
	01 WS-HIRE-DATE-WORK		PIC 9(8).
	01 WS-AVG-HEADCOUNT		PIC 9(6)V9.
	01 WS-TURNOVER-PCT		PIC 9(4)V9.
	01 WS-TENURE-YEARS		PIC 9(3)V99.
	01 WS-BALANCE-CHECK		PIC S9(7).

	01 WS-LOOKUP-DEPT		PIC X(4).
	01 WS-INS-SUB			PIC 9(3).
	01 WS-PREV-SUB			PIC 9(3).
	01 WS-DEPT-TABLE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-DEPT-TABLE.
		05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
			10 WS-DEPT-CODE		PIC X(4).
			10 WS-DEPT-OPEN		PIC 9(5).
			10 WS-DEPT-HIRES	PIC 9(5).
			10 WS-DEPT-REHIRES	PIC 9(5).
			10 WS-DEPT-CORRECTIONS	PIC 9(5).
			10 WS-DEPT-TERMS	PIC 9(5).
			10 WS-DEPT-XFER-IN	PIC 9(5).
			10 WS-DEPT-XFER-OUT	PIC 9(5).
			10 WS-DEPT-LEAVES	PIC 9(5).
			10 WS-DEPT-DELETES	PIC 9(5).
			10 WS-DEPT-CLOSE	PIC 9(5).
			10 WS-DEPT-TENURE-DAYS	PIC 9(9).
			10 WS-DEPT-TENURE-COUNT	PIC 9(5).

	01 WS-TOTALS.
		05 WS-TOT-OPEN		PIC 9(5) VALUE ZERO.
		05 WS-TOT-HIRES		PIC 9(5) VALUE ZERO.
		05 WS-TOT-REHIRES	PIC 9(5) VALUE ZERO.
		05 WS-TOT-CORRECTIONS	PIC 9(5) VALUE ZERO.
		05 WS-TOT-TERMS		PIC 9(5) VALUE ZERO.
		05 WS-TOT-XFER-IN	PIC 9(5) VALUE ZERO.
		05 WS-TOT-XFER-OUT	PIC 9(5) VALUE ZERO.
		05 WS-TOT-LEAVES	PIC 9(5) VALUE ZERO.
		05 WS-TOT-DELETES	PIC 9(5) VALUE ZERO.
		05 WS-TOT-CLOSE		PIC 9(5) VALUE ZERO.
		05 WS-TOT-TENURE-DAYS	PIC 9(9) VALUE ZERO.
		05 WS-TOT-TENURE-COUNT	PIC 9(5) VALUE ZERO.

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'WORKFORCE TURNOVER REPORT'.
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-PERIOD-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(8)  VALUE 'PERIOD: '.
		05 WS-P-FROM-DATE	PIC X(10).
		05 FILLER		PIC X(6)  VALUE ' THRU '.
		05 WS-P-TO-DATE		PIC X(10).
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 WS-P-ARCHIVE-TEXT	PIC X(60).
		05 FILLER		PIC X(33) VALUE SPACES.

	01 WS-HEADING-LINE-2.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(6)  VALUE 'DEPT'.
		05 FILLER		PIC X(8)  VALUE ' OPENING'.
		05 FILLER		PIC X(8)  VALUE '   HIRES'.
		05 FILLER		PIC X(8)  VALUE ' REHIRES'.
		05 FILLER		PIC X(8)  VALUE ' CORRECT'.
		05 FILLER		PIC X(8)  VALUE '   TERMS'.
		05 FILLER		PIC X(8)  VALUE '  XFR IN'.
		05 FILLER		PIC X(8)  VALUE ' XFR OUT'.
		05 FILLER		PIC X(8)  VALUE '  LEAVES'.
		05 FILLER		PIC X(8)  VALUE ' DELETED'.
		05 FILLER		PIC X(8)  VALUE ' CLOSING'.
		05 FILLER		PIC X(9)  VALUE 'TURNOVER%'.
		05 FILLER		PIC X(9)  VALUE 'TENURE YR'.
		05 FILLER		PIC X(27) VALUE SPACES.

	01 WS-DETAIL-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-D-DEPT		PIC X(6).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-OPEN		PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-HIRES		PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-REHIRES		PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-CORRECTIONS	PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-TERMS		PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-XFER-IN		PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-XFER-OUT	PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-LEAVES		PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-DELETES		PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-CLOSE		PIC ZZ,ZZ9.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-TURNOVER	PIC ZZZ9.9.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-TENURE		PIC ZZ9.99 BLANK WHEN ZERO.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-REMARK		PIC X(25).

	01 WS-SUMMARY-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-S-LABEL		PIC X(40).
		05 WS-S-COUNT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(84) VALUE SPACES.

	01 WS-TENURE-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(40) VALUE 'AVERAGE TENURE AT TERMINATION (YEARS): '.
		05 WS-TN-YEARS		PIC ZZ9.99.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(6)  VALUE 'OVER '.
		05 WS-TN-COUNT		PIC ZZ,ZZ9.
		05 FILLER		PIC X(14) VALUE ' TERMINATIONS'.
		05 FILLER		PIC X(55) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF WORKFORCE TURNOVER REPORT ***'.
		05 FILLER		PIC X(81) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-OPEN-FILES.
	PERFORM 1500-READ-CONTROL-CARD.
	PERFORM 1700-PRIME-INPUT.
	PERFORM 2000-GET-NEXT-RECORD.
	PERFORM UNTIL MERGE-EOF
		IF NOT EMPLOYEE-IN-PROGRESS OR WS-CUR-EMPNO NOT = WS-EMP-EMPNO
			IF EMPLOYEE-IN-PROGRESS
				PERFORM 3900-END-EMPLOYEE
			END-IF
			PERFORM 3000-START-EMPLOYEE
		END-IF
		PERFORM 3100-APPLY-HISTORY-RECORD
		PERFORM 2000-GET-NEXT-RECORD
	END-PERFORM.
	IF EMPLOYEE-IN-PROGRESS
		PERFORM 3900-END-EMPLOYEE
	END-IF.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 5000-PRINT-DEPARTMENT
		VARYING WS-DEPT-IDX FROM 1 BY 1
		UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-COUNT.
	PERFORM 5500-PRINT-TOTAL-LINE.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 7500-WRITE-FINAL-PAGE.
	PERFORM 8000-CLOSE-FILES.
	IF WS-GAP-COUNT > ZERO OR WS-UNBALANCED-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN INPUT TURNCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPTURN: TURNCARD OPEN FAILED - FILE STATUS ' WS-CARD-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT EMPHIST.
	EVALUATE WS-HIST-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPTURN: EMPHIST NOT FOUND - FILE STATUS 35'
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPTURN: UNEXPECTED EMPHIST OPEN STATUS ' WS-HIST-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT EMPHARCV.
	EVALUATE WS-ARCV-STATUS
		WHEN '00'
			SET ARCV-PRESENT TO TRUE
		WHEN '05'
			SET ARCV-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPTURN: EMPHARCV OPEN FAILED - FILE STATUS ' WS-ARCV-STATUS
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN OUTPUT EMPTURPT.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPTURN: EMPTURPT OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 16 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1500-READ-CONTROL-CARD.
	READ TURNCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPTURN: NO CONTROL CARD - FILE STATUS ' WS-CARD-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF TURN-FROM-DATE NOT NUMERIC OR TURN-FROM-DATE = ZEROS
		OR TURN-TO-DATE NOT NUMERIC OR TURN-TO-DATE = ZEROS
		DISPLAY 'EMPTURN: FROM/TO DATE MISSING OR NOT NUMERIC - '
			TURN-FROM-DATE ' ' TURN-TO-DATE
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF TURN-FROM-DATE > TURN-TO-DATE
		DISPLAY 'EMPTURN: FROM DATE ' TURN-FROM-DATE
			' AFTER TO DATE ' TURN-TO-DATE ' - RUN REFUSED'
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE TURN-FROM-DATE TO WS-FROM-DATE.
	MOVE TURN-TO-DATE TO WS-TO-DATE.

1700-PRIME-INPUT.
	IF NOT ARCV-EOF
		PERFORM 2100-READ-ARCHIVE
	END-IF.
	MOVE LOW-VALUES TO HIST-KEY.
	START EMPHIST KEY IS GREATER THAN OR EQUAL TO HIST-KEY
		INVALID KEY
			SET HIST-EOF TO TRUE
	END-START.
	IF NOT HIST-EOF
		PERFORM 2200-READ-HISTORY
	END-IF.

2000-GET-NEXT-RECORD.
	EVALUATE TRUE
		WHEN ARCV-EOF AND HIST-EOF
			SET MERGE-EOF TO TRUE
		WHEN HIST-EOF
			MOVE WS-ARC-HIST-RECORD TO WS-CUR-HIST-RECORD
			PERFORM 2100-READ-ARCHIVE
		WHEN NOT ARCV-EOF AND WS-ARC-EMPNO <= HIST-EMPNO
			MOVE WS-ARC-HIST-RECORD TO WS-CUR-HIST-RECORD
			PERFORM 2100-READ-ARCHIVE
		WHEN OTHER
			MOVE EMPHIST-RECORD TO WS-CUR-HIST-RECORD
			PERFORM 2200-READ-HISTORY
	END-EVALUATE.

2100-READ-ARCHIVE.
	PERFORM 2150-READ-ARCHIVE-RECORD.
	PERFORM UNTIL ARCV-EOF OR ARC-DETAIL
		EVALUATE TRUE
			WHEN ARC-HEADER
				MOVE ARC-CUTOFF-DATE TO WS-ARC-CUTOFF-DATE
			WHEN ARC-TRAILER
				IF ARC-RECORD-COUNT NOT = WS-ARCV-READ-COUNT
					DISPLAY 'EMPTURN: ARCHIVE TRAILER COUNT ' ARC-RECORD-COUNT
						' NOT EQUAL DETAILS READ ' WS-ARCV-READ-COUNT
					MOVE 30 TO WS-ABEND-RETURN-CODE
					PERFORM 9999-ABEND
				END-IF
		END-EVALUATE
		PERFORM 2150-READ-ARCHIVE-RECORD
	END-PERFORM.
	IF NOT ARCV-EOF
		ADD 1 TO WS-ARCV-READ-COUNT
		MOVE ARC-DATA TO WS-ARC-HIST-RECORD
	END-IF.

2150-READ-ARCHIVE-RECORD.
	READ EMPHARCV.
	EVALUATE WS-ARCV-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET ARCV-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPTURN: UNEXPECTED EMPHARCV READ STATUS ' WS-ARCV-STATUS
			MOVE 28 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

2200-READ-HISTORY.
	READ EMPHIST NEXT RECORD.
	EVALUATE WS-HIST-STATUS
		WHEN '00'
			ADD 1 TO WS-HIST-READ-COUNT
		WHEN '10'
			SET HIST-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPTURN: UNEXPECTED EMPHIST READ STATUS ' WS-HIST-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-START-EMPLOYEE.
	SET EMPLOYEE-IN-PROGRESS TO TRUE.
	ADD 1 TO WS-EMPLOYEE-COUNT.
	MOVE WS-CUR-EMPNO TO WS-EMP-EMPNO.
	MOVE 'Y' TO WS-FIRST-RECORD-SWITCH.
	MOVE 'N' TO WS-PRIOR-SWITCH.
	MOVE 'N' TO WS-OPEN-SWITCH.
	MOVE 'N' TO WS-CLOSE-SWITCH.
	MOVE SPACES TO WS-PRIOR-DEPT.
	MOVE SPACES TO WS-PRIOR-STATUS.

3100-APPLY-HISTORY-RECORD.
	MOVE WS-CUR-IMAGE TO EMPPF-RECORD.
	IF FIRST-RECORD
		MOVE 'N' TO WS-FIRST-RECORD-SWITCH
		IF NOT WS-CUR-ADD AND WS-CUR-RUN-DATE >= WS-FROM-DATE
			PERFORM 3150-ASSUME-PRIOR-STATE
		END-IF
	END-IF.
	IF WS-CUR-RUN-DATE >= WS-FROM-DATE AND NOT OPENING-CAPTURED
		PERFORM 3300-CAPTURE-OPENING
	END-IF.
	IF WS-CUR-RUN-DATE > WS-TO-DATE
		IF NOT CLOSING-CAPTURED
			PERFORM 3400-CAPTURE-CLOSING
		END-IF
	ELSE
		IF WS-CUR-RUN-DATE >= WS-FROM-DATE
			PERFORM 3200-CLASSIFY-EVENT
		END-IF
	END-IF.
	IF WS-CUR-DELETE
		MOVE 'N' TO WS-PRIOR-SWITCH
	ELSE
		SET PRIOR-ON-FILE TO TRUE
		MOVE EMP-DEPT TO WS-PRIOR-DEPT
		MOVE EMP-STATUS TO WS-PRIOR-STATUS
	END-IF.

3150-ASSUME-PRIOR-STATE.
	ADD 1 TO WS-GAP-COUNT.
	SET PRIOR-ON-FILE TO TRUE.
	MOVE EMP-DEPT TO WS-PRIOR-DEPT.
	IF WS-CUR-TERMINATE OR EMP-TERMINATED
		MOVE 'A' TO WS-PRIOR-STATUS
	ELSE
		MOVE EMP-STATUS TO WS-PRIOR-STATUS
	END-IF.

3200-CLASSIFY-EVENT.
	MOVE 'N' TO WS-PRIOR-COUNT-SWITCH.
	IF PRIOR-ON-FILE AND (WS-PRIOR-STATUS = 'A' OR WS-PRIOR-STATUS = 'L')
		SET PRIOR-IN-HEADCOUNT TO TRUE
	END-IF.
	MOVE 'N' TO WS-CURR-COUNT-SWITCH.
	IF NOT WS-CUR-DELETE AND (EMP-ACTIVE OR EMP-ON-LEAVE)
		SET CURR-IN-HEADCOUNT TO TRUE
	END-IF.
	EVALUATE TRUE
		WHEN NOT PRIOR-IN-HEADCOUNT AND CURR-IN-HEADCOUNT
			MOVE EMP-DEPT TO WS-LOOKUP-DEPT
			PERFORM 3600-FIND-DEPT-ENTRY
			EVALUATE TRUE
				WHEN PRIOR-ON-FILE AND WS-PRIOR-STATUS = 'T' AND EMP-ACTIVE
					ADD 1 TO WS-DEPT-REHIRES (WS-DEPT-IDX)
				WHEN PRIOR-ON-FILE AND WS-PRIOR-STATUS = 'T'
					ADD 1 TO WS-DEPT-CORRECTIONS (WS-DEPT-IDX)
				WHEN OTHER
					ADD 1 TO WS-DEPT-HIRES (WS-DEPT-IDX)
			END-EVALUATE
		WHEN PRIOR-IN-HEADCOUNT AND NOT CURR-IN-HEADCOUNT
			MOVE WS-PRIOR-DEPT TO WS-LOOKUP-DEPT
			PERFORM 3600-FIND-DEPT-ENTRY
			IF WS-CUR-DELETE
				ADD 1 TO WS-DEPT-DELETES (WS-DEPT-IDX)
			ELSE
				ADD 1 TO WS-DEPT-TERMS (WS-DEPT-IDX)
				PERFORM 3500-ACCUMULATE-TENURE
			END-IF
		WHEN PRIOR-IN-HEADCOUNT AND CURR-IN-HEADCOUNT
			IF EMP-DEPT NOT = WS-PRIOR-DEPT
				MOVE WS-PRIOR-DEPT TO WS-LOOKUP-DEPT
				PERFORM 3600-FIND-DEPT-ENTRY
				ADD 1 TO WS-DEPT-XFER-OUT (WS-DEPT-IDX)
				MOVE EMP-DEPT TO WS-LOOKUP-DEPT
				PERFORM 3600-FIND-DEPT-ENTRY
				ADD 1 TO WS-DEPT-XFER-IN (WS-DEPT-IDX)
			END-IF
			IF WS-PRIOR-STATUS = 'A' AND EMP-ON-LEAVE
				MOVE EMP-DEPT TO WS-LOOKUP-DEPT
				PERFORM 3600-FIND-DEPT-ENTRY
				ADD 1 TO WS-DEPT-LEAVES (WS-DEPT-IDX)
			END-IF
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

3300-CAPTURE-OPENING.
	SET OPENING-CAPTURED TO TRUE.
	IF PRIOR-ON-FILE AND (WS-PRIOR-STATUS = 'A' OR WS-PRIOR-STATUS = 'L')
		MOVE WS-PRIOR-DEPT TO WS-LOOKUP-DEPT
		PERFORM 3600-FIND-DEPT-ENTRY
		ADD 1 TO WS-DEPT-OPEN (WS-DEPT-IDX)
	END-IF.

3400-CAPTURE-CLOSING.
	SET CLOSING-CAPTURED TO TRUE.
	IF PRIOR-ON-FILE AND (WS-PRIOR-STATUS = 'A' OR WS-PRIOR-STATUS = 'L')
		MOVE WS-PRIOR-DEPT TO WS-LOOKUP-DEPT
		PERFORM 3600-FIND-DEPT-ENTRY
		ADD 1 TO WS-DEPT-CLOSE (WS-DEPT-IDX)
	END-IF.

3500-ACCUMULATE-TENURE.
	IF EMP-TERM-DATE IS NUMERIC AND EMP-TERM-DATE > ZERO
		MOVE EMP-TERM-DATE TO WS-TERM-DATE-WORK
	ELSE
		MOVE WS-CUR-RUN-DATE TO WS-TERM-DATE-WORK
	END-IF.
	IF EMP-HIRE-DATE IS NUMERIC
		MOVE EMP-HIRE-DATE TO WS-HIRE-DATE-WORK
	ELSE
		MOVE ZERO TO WS-HIRE-DATE-WORK
	END-IF.
	IF WS-HIRE-DATE-WORK > ZERO AND WS-HIRE-DATE-WORK <= WS-TERM-DATE-WORK
		COMPUTE WS-TENURE-DAYS =
			FUNCTION INTEGER-OF-DATE(WS-TERM-DATE-WORK)
			- FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE-WORK)
		ADD WS-TENURE-DAYS TO WS-DEPT-TENURE-DAYS (WS-DEPT-IDX)
		ADD 1 TO WS-DEPT-TENURE-COUNT (WS-DEPT-IDX)
	ELSE
		ADD 1 TO WS-TENURE-SKIP-COUNT
	END-IF.

3600-FIND-DEPT-ENTRY.
	SET WS-DEPT-IDX TO 1.
	SEARCH WS-DEPT-ENTRY
		AT END
			PERFORM 3700-ADD-DEPT-ENTRY
		WHEN WS-DEPT-IDX > WS-DEPT-TABLE-COUNT
			PERFORM 3700-ADD-DEPT-ENTRY
		WHEN WS-DEPT-CODE (WS-DEPT-IDX) = WS-LOOKUP-DEPT
			CONTINUE
	END-SEARCH.

3700-ADD-DEPT-ENTRY.
	IF WS-DEPT-TABLE-COUNT >= 50
		DISPLAY 'EMPTURN: DEPARTMENT TABLE FULL - MORE THAN 50 DEPT CODES'
		MOVE 32 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	ADD 1 TO WS-DEPT-TABLE-COUNT.
	MOVE WS-DEPT-TABLE-COUNT TO WS-INS-SUB.
	MOVE 'N' TO WS-SLOT-SWITCH.
	PERFORM UNTIL SLOT-FOUND
		IF WS-INS-SUB = 1
			SET SLOT-FOUND TO TRUE
		ELSE
			COMPUTE WS-PREV-SUB = WS-INS-SUB - 1
			IF WS-DEPT-CODE (WS-PREV-SUB) < WS-LOOKUP-DEPT
				SET SLOT-FOUND TO TRUE
			ELSE
				MOVE WS-DEPT-ENTRY (WS-PREV-SUB) TO WS-DEPT-ENTRY (WS-INS-SUB)
				MOVE WS-PREV-SUB TO WS-INS-SUB
			END-IF
		END-IF
	END-PERFORM.
	SET WS-DEPT-IDX TO WS-INS-SUB.
	MOVE WS-LOOKUP-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-OPEN (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-HIRES (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-REHIRES (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-CORRECTIONS (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-TERMS (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-XFER-IN (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-XFER-OUT (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-LEAVES (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-DELETES (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-CLOSE (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-TENURE-DAYS (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-TENURE-COUNT (WS-DEPT-IDX).

3900-END-EMPLOYEE.
	IF NOT OPENING-CAPTURED
		PERFORM 3300-CAPTURE-OPENING
	END-IF.
	IF NOT CLOSING-CAPTURED
		PERFORM 3400-CAPTURE-CLOSING
	END-IF.
	MOVE 'N' TO WS-EMPLOYEE-SWITCH.

4000-WRITE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPTURPT-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPTURPT-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	MOVE WS-FROM-DATE TO WS-DATE-WORK.
	PERFORM 5800-FORMAT-DATE.
	MOVE WS-DATE-DISPLAY TO WS-P-FROM-DATE.
	MOVE WS-TO-DATE TO WS-DATE-WORK.
	PERFORM 5800-FORMAT-DATE.
	MOVE WS-DATE-DISPLAY TO WS-P-TO-DATE.
	MOVE SPACES TO WS-P-ARCHIVE-TEXT.
	IF ARCV-PRESENT
		MOVE WS-ARC-CUTOFF-DATE TO WS-DATE-WORK
		PERFORM 5800-FORMAT-DATE
		STRING 'ARCHIVE INCLUDED - HISTORY BEFORE ' WS-DATE-DISPLAY
			DELIMITED BY SIZE INTO WS-P-ARCHIVE-TEXT
		END-STRING
	ELSE
		MOVE 'CURRENT EMPHIST ONLY - NO ARCHIVE GENERATION' TO WS-P-ARCHIVE-TEXT
	END-IF.
	WRITE EMPTURPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPTURPT-LINE FROM WS-PERIOD-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPTURPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPTURPT-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.
	WRITE EMPTURPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 6 TO WS-LINE-COUNT.

5000-PRINT-DEPARTMENT.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-D-DEPT.
	MOVE WS-DEPT-OPEN (WS-DEPT-IDX) TO WS-D-OPEN.
	MOVE WS-DEPT-HIRES (WS-DEPT-IDX) TO WS-D-HIRES.
	MOVE WS-DEPT-REHIRES (WS-DEPT-IDX) TO WS-D-REHIRES.
	MOVE WS-DEPT-CORRECTIONS (WS-DEPT-IDX) TO WS-D-CORRECTIONS.
	MOVE WS-DEPT-TERMS (WS-DEPT-IDX) TO WS-D-TERMS.
	MOVE WS-DEPT-XFER-IN (WS-DEPT-IDX) TO WS-D-XFER-IN.
	MOVE WS-DEPT-XFER-OUT (WS-DEPT-IDX) TO WS-D-XFER-OUT.
	MOVE WS-DEPT-LEAVES (WS-DEPT-IDX) TO WS-D-LEAVES.
	MOVE WS-DEPT-DELETES (WS-DEPT-IDX) TO WS-D-DELETES.
	MOVE WS-DEPT-CLOSE (WS-DEPT-IDX) TO WS-D-CLOSE.
	COMPUTE WS-AVG-HEADCOUNT ROUNDED =
		(WS-DEPT-OPEN (WS-DEPT-IDX) + WS-DEPT-CLOSE (WS-DEPT-IDX)) / 2.
	IF WS-AVG-HEADCOUNT > ZERO
		COMPUTE WS-TURNOVER-PCT ROUNDED =
			WS-DEPT-TERMS (WS-DEPT-IDX) * 100 / WS-AVG-HEADCOUNT
	ELSE
		MOVE ZERO TO WS-TURNOVER-PCT
	END-IF.
	MOVE WS-TURNOVER-PCT TO WS-D-TURNOVER.
	IF WS-DEPT-TENURE-COUNT (WS-DEPT-IDX) > ZERO
		COMPUTE WS-TENURE-YEARS ROUNDED =
			WS-DEPT-TENURE-DAYS (WS-DEPT-IDX)
			/ WS-DEPT-TENURE-COUNT (WS-DEPT-IDX) / 365.25
	ELSE
		MOVE ZERO TO WS-TENURE-YEARS
	END-IF.
	MOVE WS-TENURE-YEARS TO WS-D-TENURE.
	COMPUTE WS-BALANCE-CHECK = WS-DEPT-OPEN (WS-DEPT-IDX)
		+ WS-DEPT-HIRES (WS-DEPT-IDX) + WS-DEPT-REHIRES (WS-DEPT-IDX)
		+ WS-DEPT-CORRECTIONS (WS-DEPT-IDX) + WS-DEPT-XFER-IN (WS-DEPT-IDX) - WS-DEPT-TERMS (WS-DEPT-IDX)
		- WS-DEPT-XFER-OUT (WS-DEPT-IDX) - WS-DEPT-DELETES (WS-DEPT-IDX)
		- WS-DEPT-CLOSE (WS-DEPT-IDX).
	IF WS-BALANCE-CHECK NOT = ZERO
		ADD 1 TO WS-UNBALANCED-COUNT
		MOVE '** DOES NOT BALANCE **' TO WS-D-REMARK
	ELSE
		MOVE SPACES TO WS-D-REMARK
	END-IF.
	WRITE EMPTURPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.
	ADD WS-DEPT-OPEN (WS-DEPT-IDX) TO WS-TOT-OPEN.
	ADD WS-DEPT-HIRES (WS-DEPT-IDX) TO WS-TOT-HIRES.
	ADD WS-DEPT-REHIRES (WS-DEPT-IDX) TO WS-TOT-REHIRES.
	ADD WS-DEPT-CORRECTIONS (WS-DEPT-IDX) TO WS-TOT-CORRECTIONS.
	ADD WS-DEPT-TERMS (WS-DEPT-IDX) TO WS-TOT-TERMS.
	ADD WS-DEPT-XFER-IN (WS-DEPT-IDX) TO WS-TOT-XFER-IN.
	ADD WS-DEPT-XFER-OUT (WS-DEPT-IDX) TO WS-TOT-XFER-OUT.
	ADD WS-DEPT-LEAVES (WS-DEPT-IDX) TO WS-TOT-LEAVES.
	ADD WS-DEPT-DELETES (WS-DEPT-IDX) TO WS-TOT-DELETES.
	ADD WS-DEPT-CLOSE (WS-DEPT-IDX) TO WS-TOT-CLOSE.
	ADD WS-DEPT-TENURE-DAYS (WS-DEPT-IDX) TO WS-TOT-TENURE-DAYS.
	ADD WS-DEPT-TENURE-COUNT (WS-DEPT-IDX) TO WS-TOT-TENURE-COUNT.

5500-PRINT-TOTAL-LINE.
	MOVE 'TOTAL' TO WS-D-DEPT.
	MOVE WS-TOT-OPEN TO WS-D-OPEN.
	MOVE WS-TOT-HIRES TO WS-D-HIRES.
	MOVE WS-TOT-REHIRES TO WS-D-REHIRES.
	MOVE WS-TOT-CORRECTIONS TO WS-D-CORRECTIONS.
	MOVE WS-TOT-TERMS TO WS-D-TERMS.
	MOVE WS-TOT-XFER-IN TO WS-D-XFER-IN.
	MOVE WS-TOT-XFER-OUT TO WS-D-XFER-OUT.
	MOVE WS-TOT-LEAVES TO WS-D-LEAVES.
	MOVE WS-TOT-DELETES TO WS-D-DELETES.
	MOVE WS-TOT-CLOSE TO WS-D-CLOSE.
	COMPUTE WS-AVG-HEADCOUNT ROUNDED = (WS-TOT-OPEN + WS-TOT-CLOSE) / 2.
	IF WS-AVG-HEADCOUNT > ZERO
		COMPUTE WS-TURNOVER-PCT ROUNDED = WS-TOT-TERMS * 100 / WS-AVG-HEADCOUNT
	ELSE
		MOVE ZERO TO WS-TURNOVER-PCT
	END-IF.
	MOVE WS-TURNOVER-PCT TO WS-D-TURNOVER.
	IF WS-TOT-TENURE-COUNT > ZERO
		COMPUTE WS-TENURE-YEARS ROUNDED =
			WS-TOT-TENURE-DAYS / WS-TOT-TENURE-COUNT / 365.25
	ELSE
		MOVE ZERO TO WS-TENURE-YEARS
	END-IF.
	MOVE WS-TENURE-YEARS TO WS-D-TENURE.
	MOVE SPACES TO WS-D-REMARK.
	WRITE EMPTURPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPTURPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 2 TO WS-LINE-COUNT.

5800-FORMAT-DATE.
	MOVE SPACES TO WS-DATE-DISPLAY.
	STRING WS-DATE-WORK (5:2) '/' WS-DATE-WORK (7:2) '/'
		WS-DATE-WORK (1:4)
		DELIMITED BY SIZE INTO WS-DATE-DISPLAY
	END-STRING.

7000-WRITE-CONTROL-TOTALS.
	WRITE EMPTURPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE WS-TOT-TENURE-COUNT TO WS-TN-COUNT.
	MOVE WS-TENURE-YEARS TO WS-TN-YEARS.
	WRITE EMPTURPT-LINE FROM WS-TENURE-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPTURPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPHIST RECORDS READ...................: ' TO WS-S-LABEL.
	MOVE WS-HIST-READ-COUNT TO WS-S-COUNT.
	WRITE EMPTURPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'ARCHIVE RECORDS READ...................: ' TO WS-S-LABEL.
	MOVE WS-ARCV-READ-COUNT TO WS-S-COUNT.
	WRITE EMPTURPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPLOYEES WITH HISTORY.................: ' TO WS-S-LABEL.
	MOVE WS-EMPLOYEE-COUNT TO WS-S-COUNT.
	WRITE EMPTURPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'NO HISTORY BEFORE PERIOD - ESTIMATED...: ' TO WS-S-LABEL.
	MOVE WS-GAP-COUNT TO WS-S-COUNT.
	WRITE EMPTURPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'TERMINATIONS WITHOUT A VALID HIRE DATE.: ' TO WS-S-LABEL.
	MOVE WS-TENURE-SKIP-COUNT TO WS-S-COUNT.
	WRITE EMPTURPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'TERMINATED TO LEAVE - STATUS CORRECTION: ' TO WS-S-LABEL.
	MOVE WS-TOT-CORRECTIONS TO WS-S-COUNT.
	WRITE EMPTURPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'DEPARTMENTS OUT OF BALANCE.............: ' TO WS-S-LABEL.
	MOVE WS-UNBALANCED-COUNT TO WS-S-COUNT.
	WRITE EMPTURPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPTURN: EMPHIST RECORDS READ - ' WS-HIST-READ-COUNT.
	DISPLAY 'EMPTURN: ARCHIVE RECORDS READ - ' WS-ARCV-READ-COUNT.
	DISPLAY 'EMPTURN: TERMINATIONS IN PERIOD - ' WS-TOT-TERMS.
	IF WS-GAP-COUNT > ZERO
		DISPLAY 'EMPTURN: ' WS-GAP-COUNT
			' EMPLOYEES HAVE NO HISTORY BEFORE THE PERIOD - SUPPLY THE ARCHIVE GENERATION'
	END-IF.

7500-WRITE-FINAL-PAGE.
	WRITE EMPTURPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPTURPT-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

8000-CLOSE-FILES.
	CLOSE TURNCARD.
	CLOSE EMPHIST.
	CLOSE EMPHARCV.
	CLOSE EMPTURPT.

9999-ABEND.
	DISPLAY 'EMPTURN: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
