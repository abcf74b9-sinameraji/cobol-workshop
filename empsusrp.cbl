       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPSUSRP.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL EMPSUSP ASSIGN TO EMPSUSP
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SUS-KEY
		FILE STATUS IS WS-SUSP-STATUS.

		SELECT EMPSARPT ASSIGN TO EMPSARPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD EMPSUSP
		LABEL RECORDS ARE STANDARD.
	COPY EMPSUSREC.

	FD EMPSARPT
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPSARPT-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-SUSP-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-SUSP-EOF-SWITCH		PIC X VALUE 'N'.
		88 SUSP-EOF		VALUE 'Y'.
	01 WS-REPORT-PART-SWITCH	PIC X VALUE 'D'.
		88 PRINTING-DETAIL	VALUE 'D'.
		88 PRINTING-SUMMARY	VALUE 'S'.
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

	01 WS-HELD-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-RELEASED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-AGE-DAYS			PIC 9(5).
	01 WS-BUCKET-SUB		PIC 9(1).
	01 WS-REASON-SUB		PIC 9(2).
	01 WS-REASON-LIMIT		PIC 9(2).

	01 WS-BUCKET-TOTALS.
		05 WS-BUCKET-TOTAL	PIC 9(7) OCCURS 5 TIMES.
	01 WS-GRAND-TOTAL		PIC 9(7) VALUE ZERO.

	01 WS-REASON-TABLE-COUNT	PIC 9(3) VALUE ZERO.
	01 WS-REASON-TABLE.
		05 WS-REASON-ENTRY OCCURS 100 TIMES INDEXED BY WS-REASON-IDX.
			10 WS-REASON-TEXT	PIC X(50).
			10 WS-REASON-BUCKET	PIC 9(7) OCCURS 5 TIMES.
			10 WS-REASON-TOTAL	PIC 9(7).

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'TRANSACTION SUSPENSE AGING REPORT'.
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-HEADING-LINE-2.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'EMP NO'.
		05 FILLER		PIC X(6)  VALUE 'CODE'.
		05 FILLER		PIC X(5)  VALUE 'SEQ'.
		05 FILLER		PIC X(14) VALUE 'FIRST FAILED'.
		05 FILLER		PIC X(7)  VALUE 'DAYS'.
		05 FILLER		PIC X(7)  VALUE 'TRIES'.
		05 FILLER		PIC X(6)  VALUE 'CORR'.
		05 FILLER		PIC X(50) VALUE 'REJECT REASONS FROM LATEST EDIT'.
		05 FILLER		PIC X(26) VALUE SPACES.

	01 WS-SUMMARY-HEADING-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(52) VALUE 'REJECT REASON'.
		05 FILLER		PIC X(10) VALUE '0-1 DAYS'.
		05 FILLER		PIC X(10) VALUE '2-5 DAYS'.
		05 FILLER		PIC X(10) VALUE '6-10 DAYS'.
		05 FILLER		PIC X(10) VALUE '11-30 DAYS'.
		05 FILLER		PIC X(10) VALUE 'OVER 30'.
		05 FILLER		PIC X(10) VALUE 'TOTAL'.
		05 FILLER		PIC X(19) VALUE SPACES.

	01 WS-DETAIL-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-D-EMPNO		PIC X(9).
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-D-TRAN-CODE	PIC X(1).
		05 FILLER		PIC X(5) VALUE SPACES.
		05 WS-D-SEQ		PIC 9(2).
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-FIRST-FAIL	PIC X(10).
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-D-AGE-DAYS	PIC ZZZ9.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-TRIES		PIC ZZ9.
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-D-CORRECTED	PIC X(1).
		05 FILLER		PIC X(5) VALUE SPACES.
		05 WS-D-REASON		PIC X(50).
		05 FILLER		PIC X(26) VALUE SPACES.

	01 WS-SUMMARY-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-S-REASON		PIC X(50).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-S-BUCKET-GROUP OCCURS 5 TIMES.
			10 WS-S-BUCKET	PIC ZZZ,ZZ9.
			10 FILLER	PIC X(3).
		05 WS-S-TOTAL		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(22) VALUE SPACES.

	01 WS-TRAILER-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(20) VALUE 'ITEMS HELD........: '.
		05 WS-TR-HELD		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(5)  VALUE SPACES.
		05 FILLER		PIC X(20) VALUE 'OVER 30 DAYS......: '.
		05 WS-TR-OVER-30	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(5)  VALUE SPACES.
		05 FILLER		PIC X(20) VALUE 'RELEASED TONIGHT..: '.
		05 WS-TR-RELEASED	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(40) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(55) VALUE '*** END OF TRANSACTION SUSPENSE AGING REPORT ***'.
		05 FILLER		PIC X(76) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-OPEN-FILES.
	MOVE ZEROS TO WS-BUCKET-TOTALS.
	IF NOT SUSP-EOF
		MOVE LOW-VALUES TO SUS-KEY
		START EMPSUSP KEY IS NOT LESS THAN SUS-KEY
			INVALID KEY
				SET SUSP-EOF TO TRUE
		END-START
	END-IF.
	IF NOT SUSP-EOF
		PERFORM 2000-READ-SUSPENSE
	END-IF.
	PERFORM UNTIL SUSP-EOF
		PERFORM 3000-AGE-SUSPENDED-ITEM
		PERFORM 2000-READ-SUSPENSE
	END-PERFORM.
	IF WS-PAGE-NUMBER = ZERO
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	SET PRINTING-SUMMARY TO TRUE.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 5000-PRINT-REASON-SUMMARY
		VARYING WS-REASON-IDX FROM 1 BY 1
		UNTIL WS-REASON-IDX > WS-REASON-TABLE-COUNT.
	PERFORM 5500-PRINT-BUCKET-TOTALS.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 7500-WRITE-FINAL-PAGE.
	PERFORM 8000-CLOSE-FILES.
	IF WS-BUCKET-TOTAL (5) > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN INPUT EMPSUSP.
	EVALUATE WS-SUSP-STATUS
		WHEN '00'
			CONTINUE
		WHEN '05'
			SET SUSP-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPSUSRP: EMPSUSP OPEN FAILED - FILE STATUS ' WS-SUSP-STATUS
			MOVE 8 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN OUTPUT EMPSARPT.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPSUSRP: EMPSARPT OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 16 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

2000-READ-SUSPENSE.
	READ EMPSUSP NEXT RECORD.
	EVALUATE WS-SUSP-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET SUSP-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPSUSRP: UNEXPECTED EMPSUSP READ STATUS ' WS-SUSP-STATUS
			MOVE 20 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-AGE-SUSPENDED-ITEM.
	IF SUS-RELEASED
		ADD 1 TO WS-RELEASED-COUNT
	ELSE
		ADD 1 TO WS-HELD-COUNT
		COMPUTE WS-AGE-DAYS =
			FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
			- FUNCTION INTEGER-OF-DATE(SUS-FIRST-FAIL-DATE)
		EVALUATE TRUE
			WHEN WS-AGE-DAYS <= 1
				MOVE 1 TO WS-BUCKET-SUB
			WHEN WS-AGE-DAYS <= 5
				MOVE 2 TO WS-BUCKET-SUB
			WHEN WS-AGE-DAYS <= 10
				MOVE 3 TO WS-BUCKET-SUB
			WHEN WS-AGE-DAYS <= 30
				MOVE 4 TO WS-BUCKET-SUB
			WHEN OTHER
				MOVE 5 TO WS-BUCKET-SUB
		END-EVALUATE
		ADD 1 TO WS-BUCKET-TOTAL (WS-BUCKET-SUB)
		ADD 1 TO WS-GRAND-TOTAL
		PERFORM 3500-ACCUMULATE-REASON
		PERFORM 3800-PRINT-DETAIL
	END-IF.

3500-ACCUMULATE-REASON.
	SET WS-REASON-IDX TO 1.
	SEARCH WS-REASON-ENTRY
		AT END
			DISPLAY 'EMPSUSRP: REASON TABLE FULL - MORE THAN 100 REJECT REASONS'
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN WS-REASON-IDX > WS-REASON-TABLE-COUNT
			PERFORM 3550-ADD-REASON-ENTRY
		WHEN WS-REASON-TEXT (WS-REASON-IDX) = SUS-PRIMARY-REASON
			ADD 1 TO WS-REASON-BUCKET (WS-REASON-IDX, WS-BUCKET-SUB)
			ADD 1 TO WS-REASON-TOTAL (WS-REASON-IDX)
	END-SEARCH.

3550-ADD-REASON-ENTRY.
	ADD 1 TO WS-REASON-TABLE-COUNT.
	SET WS-REASON-IDX TO WS-REASON-TABLE-COUNT.
	MOVE SUS-PRIMARY-REASON TO WS-REASON-TEXT (WS-REASON-IDX).
	MOVE ZEROS TO WS-REASON-BUCKET (WS-REASON-IDX, 1).
	MOVE ZEROS TO WS-REASON-BUCKET (WS-REASON-IDX, 2).
	MOVE ZEROS TO WS-REASON-BUCKET (WS-REASON-IDX, 3).
	MOVE ZEROS TO WS-REASON-BUCKET (WS-REASON-IDX, 4).
	MOVE ZEROS TO WS-REASON-BUCKET (WS-REASON-IDX, 5).
	MOVE 1 TO WS-REASON-BUCKET (WS-REASON-IDX, WS-BUCKET-SUB).
	MOVE 1 TO WS-REASON-TOTAL (WS-REASON-IDX).

3800-PRINT-DETAIL.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE OR WS-PAGE-NUMBER = ZERO
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE SUS-EMPNO TO WS-D-EMPNO.
	MOVE SUS-TRAN-CODE TO WS-D-TRAN-CODE.
	MOVE SUS-SEQ TO WS-D-SEQ.
	MOVE SUS-FIRST-FAIL-DATE TO WS-DATE-WORK.
	PERFORM 5800-FORMAT-DATE.
	MOVE WS-DATE-DISPLAY TO WS-D-FIRST-FAIL.
	MOVE WS-AGE-DAYS TO WS-D-AGE-DAYS.
	MOVE SUS-FAIL-COUNT TO WS-D-TRIES.
	IF SUS-CORRECTED
		MOVE 'Y' TO WS-D-CORRECTED
	ELSE
		MOVE SPACE TO WS-D-CORRECTED
	END-IF.
	MOVE SUS-REASON (1) TO WS-D-REASON.
	WRITE EMPSARPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.
	IF SUS-REASON-COUNT NUMERIC AND SUS-REASON-COUNT > 5
		MOVE 5 TO WS-REASON-LIMIT
	ELSE
		IF SUS-REASON-COUNT NUMERIC
			MOVE SUS-REASON-COUNT TO WS-REASON-LIMIT
		ELSE
			MOVE 1 TO WS-REASON-LIMIT
		END-IF
	END-IF.
	PERFORM 3850-PRINT-MORE-REASONS
		VARYING WS-REASON-SUB FROM 2 BY 1
		UNTIL WS-REASON-SUB > WS-REASON-LIMIT.

3850-PRINT-MORE-REASONS.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE SPACES TO WS-DETAIL-LINE.
	MOVE SUS-REASON (WS-REASON-SUB) TO WS-D-REASON.
	WRITE EMPSARPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

4000-WRITE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPSARPT-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPSARPT-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	WRITE EMPSARPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	IF PRINTING-SUMMARY
		WRITE EMPSARPT-LINE FROM WS-SUMMARY-HEADING-LINE AFTER ADVANCING 1 LINE
	ELSE
		WRITE EMPSARPT-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE
	END-IF.
	WRITE EMPSARPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 4 TO WS-LINE-COUNT.

5000-PRINT-REASON-SUMMARY.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE SPACES TO WS-SUMMARY-LINE.
	MOVE WS-REASON-TEXT (WS-REASON-IDX) TO WS-S-REASON.
	PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL WS-BUCKET-SUB > 5
		MOVE WS-REASON-BUCKET (WS-REASON-IDX, WS-BUCKET-SUB)
			TO WS-S-BUCKET (WS-BUCKET-SUB)
	END-PERFORM.
	MOVE WS-REASON-TOTAL (WS-REASON-IDX) TO WS-S-TOTAL.
	WRITE EMPSARPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

5500-PRINT-BUCKET-TOTALS.
	MOVE SPACES TO WS-SUMMARY-LINE.
	MOVE 'ALL REASONS' TO WS-S-REASON.
	PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL WS-BUCKET-SUB > 5
		MOVE WS-BUCKET-TOTAL (WS-BUCKET-SUB) TO WS-S-BUCKET (WS-BUCKET-SUB)
	END-PERFORM.
	MOVE WS-GRAND-TOTAL TO WS-S-TOTAL.
	WRITE EMPSARPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPSARPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.

5800-FORMAT-DATE.
	MOVE SPACES TO WS-DATE-DISPLAY.
	STRING WS-DATE-WORK (5:2) '/' WS-DATE-WORK (7:2) '/'
		WS-DATE-WORK (1:4)
		DELIMITED BY SIZE INTO WS-DATE-DISPLAY
	END-STRING.

7000-WRITE-CONTROL-TOTALS.
	MOVE WS-HELD-COUNT TO WS-TR-HELD.
	MOVE WS-BUCKET-TOTAL (5) TO WS-TR-OVER-30.
	MOVE WS-RELEASED-COUNT TO WS-TR-RELEASED.
	WRITE EMPSARPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPSARPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPSUSRP: SUSPENSE ITEMS HELD - ' WS-HELD-COUNT.
	DISPLAY 'EMPSUSRP: ITEMS OVER 30 DAYS - ' WS-BUCKET-TOTAL (5).
	DISPLAY 'EMPSUSRP: ITEMS RELEASED TONIGHT - ' WS-RELEASED-COUNT.

7500-WRITE-FINAL-PAGE.
	WRITE EMPSARPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPSARPT-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

8000-CLOSE-FILES.
	CLOSE EMPSUSP.
	CLOSE EMPSARPT.

9999-ABEND.
	DISPLAY 'EMPSUSRP: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
