       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPPTOAC.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PTORATES ASSIGN TO PTORATES
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RATE-STATUS.

		SELECT EMPPF ASSIGN TO EMPPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPNO
		ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
		FILE STATUS IS WS-EMPPF-STATUS.

		SELECT OPTIONAL PTOBAL ASSIGN TO PTOBAL
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PTO-EMPNO
		FILE STATUS IS WS-PTOBAL-STATUS.

		SELECT EMPPTARP ASSIGN TO EMPPTARP
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD PTORATES
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	COPY PTORATREC.

	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD PTOBAL
		LABEL RECORDS ARE STANDARD.
	COPY PTOBALREC.

	FD EMPPTARP
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPPTARP-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-RATE-STATUS		PIC X(2).
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-PTOBAL-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-RATE-EOF-SWITCH		PIC X VALUE 'N'.
		88 RATE-EOF		VALUE 'Y'.
	01 WS-EMPPF-EOF-SWITCH		PIC X VALUE 'N'.
		88 EMPPF-EOF		VALUE 'Y'.
	01 WS-BAL-FOUND-SWITCH		PIC X.
		88 BAL-FOUND		VALUE 'Y'.
		88 BAL-NOT-FOUND	VALUE 'N'.
	01 WS-TIER-FOUND-SWITCH	PIC X.
		88 TIER-FOUND		VALUE 'Y'.
	01 WS-LEAVE-RULE		PIC X VALUE 'S'.
		88 LEAVE-RULE-SKIP	VALUE 'S'.
		88 LEAVE-RULE-FULL	VALUE 'F'.
		88 LEAVE-RULE-HALF	VALUE 'H'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
				PIC 9(8).
	01 WS-RUN-DATE-DISPLAY		PIC X(10).
	01 WS-ACCRUAL-MONTH		PIC 9(6).

	01 WS-PAGE-NUMBER		PIC 9(4) VALUE ZERO.
	01 WS-LINE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-LINES-PER-PAGE		PIC 9(3) VALUE 55.

	01 WS-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-ACCRUED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-TERMINATED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-LEAVE-SKIP-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-ALREADY-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-NOT-STARTED-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-NO-TIER-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-NEW-RECORD-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-CARRYOVER-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-TOT-VAC-CREDITED		PIC 9(7)V99 VALUE ZERO.
	01 WS-TOT-SICK-CREDITED	PIC 9(7)V99 VALUE ZERO.
	01 WS-TOT-VAC-FORFEITED	PIC 9(7)V99 VALUE ZERO.
	01 WS-TOT-SICK-FORFEITED	PIC 9(7)V99 VALUE ZERO.

	01 WS-SERVICE-YEARS		PIC 9(2).
	01 WS-BEST-FROM-YEARS		PIC 9(2).
	01 WS-LOOKUP-GRADE		PIC X(1).
	01 WS-ACCRUAL-FACTOR		PIC 9V9.
	01 WS-VAC-CREDIT		PIC 9(2)V99.
	01 WS-SICK-CREDIT		PIC 9(2)V99.
	01 WS-APPLY-VAC-HOURS		PIC 9(2)V99.
	01 WS-APPLY-SICK-HOURS		PIC 9(2)V99.
	01 WS-NOTE			PIC X(41).

	COPY PTOCOPRM.

	01 WS-RATE-TABLE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-RATE-TABLE.
		05 WS-RATE-ENTRY OCCURS 100 TIMES INDEXED BY WS-RATE-IDX.
			10 WS-RATE-GRADE	PIC X(1).
			10 WS-RATE-FROM-YEARS	PIC 9(2).
			10 WS-RATE-VAC-HOURS	PIC 9(2)V99.
			10 WS-RATE-SICK-HOURS	PIC 9(2)V99.

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'PTO MONTHLY ACCRUAL REGISTER'.
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-HEADING-LINE-2.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(8)  VALUE 'EMP NO'.
		05 FILLER		PIC X(28) VALUE 'EMPLOYEE NAME'.
		05 FILLER		PIC X(6)  VALUE 'DEPT'.
		05 FILLER		PIC X(5)  VALUE 'GRD'.
		05 FILLER		PIC X(5)  VALUE 'YRS'.
		05 FILLER		PIC X(8)  VALUE '  VAC'.
		05 FILLER		PIC X(8)  VALUE ' SICK'.
		05 FILLER		PIC X(11) VALUE ' VAC BAL'.
		05 FILLER		PIC X(11) VALUE 'SICK BAL'.
		05 FILLER		PIC X(41) VALUE 'NOTE'.

	01 WS-DETAIL-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-D-EMPNO		PIC X(6).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-NAME		PIC X(26).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-DEPT		PIC X(4).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-GRADE		PIC X(1).
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-D-YEARS		PIC Z9.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-VAC-CREDIT	PIC Z9.99.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-SICK-CREDIT	PIC Z9.99.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-VAC-BAL		PIC Z,ZZ9.99.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-SICK-BAL	PIC Z,ZZ9.99.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-NOTE		PIC X(41).

	01 WS-SUMMARY-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-S-LABEL		PIC X(40).
		05 WS-S-COUNT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(84) VALUE SPACES.

	01 WS-HOURS-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-HR-LABEL		PIC X(40).
		05 WS-HR-HOURS		PIC Z,ZZZ,ZZ9.99.
		05 FILLER		PIC X(79) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF PTO MONTHLY ACCRUAL REGISTER ***'.
		05 FILLER		PIC X(81) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-OPEN-FILES.
	PERFORM 1500-LOAD-RATE-TABLE.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 2000-READ-EMPPF.
	PERFORM UNTIL EMPPF-EOF
		PERFORM 3000-PROCESS-EMPLOYEE
		PERFORM 2000-READ-EMPPF
	END-PERFORM.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 7500-WRITE-FINAL-PAGE.
	PERFORM 8000-CLOSE-FILES.
	IF WS-NO-TIER-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	COMPUTE WS-ACCRUAL-MONTH = WS-RUN-YYYY * 100 + WS-RUN-MM.
	OPEN INPUT PTORATES.
	IF WS-RATE-STATUS NOT = '00'
		DISPLAY 'EMPPTOAC: PTORATES OPEN FAILED - FILE STATUS ' WS-RATE-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT EMPPF.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPPTOAC: EMPPF NOT FOUND - FILE STATUS 35'
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPPTOAC: UNEXPECTED EMPPF OPEN STATUS ' WS-EMPPF-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN I-O PTOBAL.
	IF WS-PTOBAL-STATUS NOT = '00' AND WS-PTOBAL-STATUS NOT = '05'
		DISPLAY 'EMPPTOAC: PTOBAL OPEN FAILED - FILE STATUS ' WS-PTOBAL-STATUS
		MOVE 16 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT EMPPTARP.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPPTOAC: EMPPTARP OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1500-LOAD-RATE-TABLE.
	PERFORM 1600-READ-RATE-CARD.
	PERFORM UNTIL RATE-EOF
		PERFORM 1700-STORE-RATE-CARD
		PERFORM 1600-READ-RATE-CARD
	END-PERFORM.
	CLOSE PTORATES.
	IF WS-RATE-TABLE-COUNT = ZERO
		DISPLAY 'EMPPTOAC: NO USABLE TIER CARDS ON PTORATES'
		MOVE 22 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1600-READ-RATE-CARD.
	READ PTORATES.
	EVALUATE WS-RATE-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET RATE-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPPTOAC: UNEXPECTED PTORATES READ STATUS ' WS-RATE-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

1700-STORE-RATE-CARD.
	EVALUATE TRUE
		WHEN PRATE-LEAVE-CARD
			IF PRATE-LEAVE-RULE = 'S' OR PRATE-LEAVE-RULE = 'F'
				OR PRATE-LEAVE-RULE = 'H'
				MOVE PRATE-LEAVE-RULE TO WS-LEAVE-RULE
			ELSE
				DISPLAY 'EMPPTOAC: LEAVE RULE CARD DROPPED - RULE MUST BE S, F OR H'
			END-IF
		WHEN PRATE-TIER-CARD
			IF PRATE-FROM-YEARS NOT NUMERIC
				OR PRATE-VAC-HOURS NOT NUMERIC OR PRATE-SICK-HOURS NOT NUMERIC
				OR PRATE-VAC-CAP NOT NUMERIC OR PRATE-SICK-CAP NOT NUMERIC
				DISPLAY 'EMPPTOAC: TIER CARD DROPPED - FIELD NOT NUMERIC FOR GRADE '
					PRATE-GRADE
			ELSE
				IF WS-RATE-TABLE-COUNT >= 100
					DISPLAY 'EMPPTOAC: RATE TABLE FULL - MORE THAN 100 TIER CARDS'
					MOVE 26 TO WS-ABEND-RETURN-CODE
					PERFORM 9999-ABEND
				END-IF
				ADD 1 TO WS-RATE-TABLE-COUNT
				SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT
				MOVE PRATE-GRADE TO WS-RATE-GRADE (WS-RATE-IDX)
				MOVE PRATE-FROM-YEARS TO WS-RATE-FROM-YEARS (WS-RATE-IDX)
				MOVE PRATE-VAC-HOURS TO WS-RATE-VAC-HOURS (WS-RATE-IDX)
				MOVE PRATE-SICK-HOURS TO WS-RATE-SICK-HOURS (WS-RATE-IDX)
			END-IF
		WHEN OTHER
			DISPLAY 'EMPPTOAC: RATE CARD DROPPED - TYPE MUST BE T OR L'
	END-EVALUATE.

2000-READ-EMPPF.
	READ EMPPF NEXT RECORD.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET EMPPF-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPPTOAC: UNEXPECTED EMPPF READ STATUS ' WS-EMPPF-STATUS
			MOVE 28 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-PROCESS-EMPLOYEE.
	ADD 1 TO WS-READ-COUNT.
	IF EMP-TERMINATED
		ADD 1 TO WS-TERMINATED-COUNT
	ELSE
		MOVE SPACES TO WS-NOTE
		MOVE ZERO TO WS-VAC-CREDIT
		MOVE ZERO TO WS-SICK-CREDIT
		PERFORM 3100-COMPUTE-SERVICE-YEARS
		PERFORM 3200-FIND-RATE-TIER
		IF NOT TIER-FOUND
			ADD 1 TO WS-NO-TIER-COUNT
			MOVE 'NO RATE TIER FOR GRADE - NOT ACCRUED' TO WS-NOTE
			MOVE ZERO TO PTO-VAC-BALANCE
			MOVE ZERO TO PTO-SICK-BALANCE
			PERFORM 5000-PRINT-DETAIL
		ELSE
			PERFORM 3300-READ-BALANCE
			IF PTO-PAYOUT-DATE > ZERO
				MOVE ZERO TO PTO-PAYOUT-DATE
				MOVE ZERO TO PTO-PAYOUT-HOURS
				MOVE 'REHIRED - PRIOR PAYOUT CLEARED' TO WS-NOTE
			END-IF
			IF PTO-BALANCE-YEAR < WS-RUN-YYYY
				PERFORM 3400-APPLY-CARRYOVER
			END-IF
			PERFORM 3500-ACCRUE-MONTH
			PERFORM 3600-WRITE-BALANCE
			PERFORM 5000-PRINT-DETAIL
		END-IF
	END-IF.

3100-COMPUTE-SERVICE-YEARS.
	IF EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-YYYY < WS-RUN-YYYY
		COMPUTE WS-SERVICE-YEARS = WS-RUN-YYYY - EMP-HIRE-YYYY
		IF WS-RUN-MM < EMP-HIRE-MM
			OR (WS-RUN-MM = EMP-HIRE-MM AND WS-RUN-DD < EMP-HIRE-DD)
			SUBTRACT 1 FROM WS-SERVICE-YEARS
		END-IF
	ELSE
		MOVE ZERO TO WS-SERVICE-YEARS
	END-IF.

3200-FIND-RATE-TIER.
	MOVE 'N' TO WS-TIER-FOUND-SWITCH.
	MOVE EMP-GRADE TO WS-LOOKUP-GRADE.
	PERFORM 3250-SCAN-RATE-TABLE.
	IF NOT TIER-FOUND
		MOVE '*' TO WS-LOOKUP-GRADE
		PERFORM 3250-SCAN-RATE-TABLE
	END-IF.

3250-SCAN-RATE-TABLE.
	MOVE ZERO TO WS-BEST-FROM-YEARS.
	PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
		UNTIL WS-RATE-IDX > WS-RATE-TABLE-COUNT
		IF WS-RATE-GRADE (WS-RATE-IDX) = WS-LOOKUP-GRADE
			AND WS-RATE-FROM-YEARS (WS-RATE-IDX) <= WS-SERVICE-YEARS
			AND (NOT TIER-FOUND
				OR WS-RATE-FROM-YEARS (WS-RATE-IDX) >= WS-BEST-FROM-YEARS)
			SET TIER-FOUND TO TRUE
			MOVE WS-RATE-FROM-YEARS (WS-RATE-IDX) TO WS-BEST-FROM-YEARS
			MOVE WS-RATE-VAC-HOURS (WS-RATE-IDX) TO WS-APPLY-VAC-HOURS
			MOVE WS-RATE-SICK-HOURS (WS-RATE-IDX) TO WS-APPLY-SICK-HOURS
		END-IF
	END-PERFORM.

3300-READ-BALANCE.
	MOVE EMPNO TO PTO-EMPNO.
	READ PTOBAL
		INVALID KEY
			SET BAL-NOT-FOUND TO TRUE
			MOVE SPACES TO PTOBAL-RECORD
			MOVE EMPNO TO PTO-EMPNO
			MOVE ZERO TO PTO-VAC-BALANCE
			MOVE ZERO TO PTO-SICK-BALANCE
			MOVE ZERO TO PTO-VAC-YTD-ACCRUED
			MOVE ZERO TO PTO-VAC-YTD-USED
			MOVE ZERO TO PTO-SICK-YTD-ACCRUED
			MOVE ZERO TO PTO-SICK-YTD-USED
			MOVE ZERO TO PTO-VAC-FORFEITED
			MOVE ZERO TO PTO-SICK-FORFEITED
			MOVE WS-RUN-YYYY TO PTO-BALANCE-YEAR
			MOVE ZERO TO PTO-LAST-ACCRUAL-MONTH
			MOVE ZERO TO PTO-LAST-ACTIVITY-DATE
			MOVE ZERO TO PTO-PAYOUT-DATE
			MOVE ZERO TO PTO-PAYOUT-HOURS
		NOT INVALID KEY
			SET BAL-FOUND TO TRUE
	END-READ.

3400-APPLY-CARRYOVER.
	MOVE WS-RUN-DATE-NUM TO PC-RUN-DATE.
	MOVE EMP-GRADE TO PC-GRADE.
	MOVE EMP-HIRE-DATE TO PC-HIRE-DATE.
	CALL 'EMPPTOCO' USING PTOCO-PARM PTOBAL-RECORD.
	IF NOT PC-OK
		DISPLAY 'EMPPTOAC: YEAR-END CARRYOVER FAILED FOR ' EMPNO
			' - EMPPTOCO STATUS ' PC-RETURN-STATUS
		MOVE PC-RETURN-STATUS TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	ADD 1 TO WS-CARRYOVER-COUNT.
	ADD PTO-VAC-FORFEITED TO WS-TOT-VAC-FORFEITED.
	ADD PTO-SICK-FORFEITED TO WS-TOT-SICK-FORFEITED.
	IF PTO-VAC-FORFEITED > ZERO OR PTO-SICK-FORFEITED > ZERO
		MOVE 'YEAR-END CARRYOVER CAP APPLIED' TO WS-NOTE
	END-IF.

3500-ACCRUE-MONTH.
	EVALUATE TRUE
		WHEN PTO-LAST-ACCRUAL-MONTH = WS-ACCRUAL-MONTH
			ADD 1 TO WS-ALREADY-COUNT
			MOVE 'ALREADY ACCRUED THIS MONTH' TO WS-NOTE
		WHEN EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-DATE > WS-RUN-DATE-RAW
			ADD 1 TO WS-NOT-STARTED-COUNT
			MOVE 'HIRE DATE NOT YET REACHED' TO WS-NOTE
		WHEN EMP-ON-LEAVE AND LEAVE-RULE-SKIP
			ADD 1 TO WS-LEAVE-SKIP-COUNT
			MOVE 'ON LEAVE - NO ACCRUAL' TO WS-NOTE
		WHEN OTHER
			IF EMP-ON-LEAVE AND LEAVE-RULE-HALF
				MOVE 0.5 TO WS-ACCRUAL-FACTOR
				MOVE 'ON LEAVE - HALF ACCRUAL' TO WS-NOTE
			ELSE
				MOVE 1 TO WS-ACCRUAL-FACTOR
			END-IF
			COMPUTE WS-VAC-CREDIT ROUNDED = WS-APPLY-VAC-HOURS * WS-ACCRUAL-FACTOR
			COMPUTE WS-SICK-CREDIT ROUNDED = WS-APPLY-SICK-HOURS * WS-ACCRUAL-FACTOR
			ADD WS-VAC-CREDIT TO PTO-VAC-BALANCE
			ADD WS-VAC-CREDIT TO PTO-VAC-YTD-ACCRUED
			ADD WS-SICK-CREDIT TO PTO-SICK-BALANCE
			ADD WS-SICK-CREDIT TO PTO-SICK-YTD-ACCRUED
			MOVE WS-ACCRUAL-MONTH TO PTO-LAST-ACCRUAL-MONTH
			MOVE WS-RUN-DATE-NUM TO PTO-LAST-ACTIVITY-DATE
			ADD WS-VAC-CREDIT TO WS-TOT-VAC-CREDITED
			ADD WS-SICK-CREDIT TO WS-TOT-SICK-CREDITED
			ADD 1 TO WS-ACCRUED-COUNT
	END-EVALUATE.

3600-WRITE-BALANCE.
	IF BAL-FOUND
		REWRITE PTOBAL-RECORD
	ELSE
		WRITE PTOBAL-RECORD
		ADD 1 TO WS-NEW-RECORD-COUNT
	END-IF.
	IF WS-PTOBAL-STATUS NOT = '00'
		DISPLAY 'EMPPTOAC: PTOBAL UPDATE FAILED FOR ' EMPNO
			' - FILE STATUS ' WS-PTOBAL-STATUS
		MOVE 32 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

4000-WRITE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPPTARP-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPPTARP-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	WRITE EMPPTARP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTARP-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.
	WRITE EMPPTARP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 4 TO WS-LINE-COUNT.

5000-PRINT-DETAIL.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE EMPNO TO WS-D-EMPNO.
	MOVE SPACES TO WS-D-NAME.
	STRING EMP-FIRST-NAME DELIMITED BY SPACE
		' ' DELIMITED BY SIZE
		EMP-LAST-NAME DELIMITED BY SIZE
		INTO WS-D-NAME
	END-STRING.
	MOVE EMP-DEPT TO WS-D-DEPT.
	MOVE EMP-GRADE TO WS-D-GRADE.
	MOVE WS-SERVICE-YEARS TO WS-D-YEARS.
	MOVE WS-VAC-CREDIT TO WS-D-VAC-CREDIT.
	MOVE WS-SICK-CREDIT TO WS-D-SICK-CREDIT.
	MOVE PTO-VAC-BALANCE TO WS-D-VAC-BAL.
	MOVE PTO-SICK-BALANCE TO WS-D-SICK-BAL.
	MOVE WS-NOTE TO WS-D-NOTE.
	WRITE EMPPTARP-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

7000-WRITE-CONTROL-TOTALS.
	WRITE EMPPTARP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPLOYEES READ.........................: ' TO WS-S-LABEL.
	MOVE WS-READ-COUNT TO WS-S-COUNT.
	WRITE EMPPTARP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPLOYEES ACCRUED......................: ' TO WS-S-LABEL.
	MOVE WS-ACCRUED-COUNT TO WS-S-COUNT.
	WRITE EMPPTARP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'TERMINATED - SKIPPED...................: ' TO WS-S-LABEL.
	MOVE WS-TERMINATED-COUNT TO WS-S-COUNT.
	WRITE EMPPTARP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'ON LEAVE - NOT ACCRUED.................: ' TO WS-S-LABEL.
	MOVE WS-LEAVE-SKIP-COUNT TO WS-S-COUNT.
	WRITE EMPPTARP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'ALREADY ACCRUED THIS MONTH.............: ' TO WS-S-LABEL.
	MOVE WS-ALREADY-COUNT TO WS-S-COUNT.
	WRITE EMPPTARP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'HIRE DATE NOT YET REACHED..............: ' TO WS-S-LABEL.
	MOVE WS-NOT-STARTED-COUNT TO WS-S-COUNT.
	WRITE EMPPTARP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'NO RATE TIER FOR GRADE.................: ' TO WS-S-LABEL.
	MOVE WS-NO-TIER-COUNT TO WS-S-COUNT.
	WRITE EMPPTARP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'NEW BALANCE RECORDS....................: ' TO WS-S-LABEL.
	MOVE WS-NEW-RECORD-COUNT TO WS-S-COUNT.
	WRITE EMPPTARP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'YEAR-END CARRYOVERS APPLIED............: ' TO WS-S-LABEL.
	MOVE WS-CARRYOVER-COUNT TO WS-S-COUNT.
	WRITE EMPPTARP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTARP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'VACATION HOURS CREDITED................: ' TO WS-HR-LABEL.
	MOVE WS-TOT-VAC-CREDITED TO WS-HR-HOURS.
	WRITE EMPPTARP-LINE FROM WS-HOURS-LINE AFTER ADVANCING 1 LINE.
	MOVE 'SICK HOURS CREDITED....................: ' TO WS-HR-LABEL.
	MOVE WS-TOT-SICK-CREDITED TO WS-HR-HOURS.
	WRITE EMPPTARP-LINE FROM WS-HOURS-LINE AFTER ADVANCING 1 LINE.
	MOVE 'VACATION HOURS FORFEITED AT YEAR-END...: ' TO WS-HR-LABEL.
	MOVE WS-TOT-VAC-FORFEITED TO WS-HR-HOURS.
	WRITE EMPPTARP-LINE FROM WS-HOURS-LINE AFTER ADVANCING 1 LINE.
	MOVE 'SICK HOURS FORFEITED AT YEAR-END.......: ' TO WS-HR-LABEL.
	MOVE WS-TOT-SICK-FORFEITED TO WS-HR-HOURS.
	WRITE EMPPTARP-LINE FROM WS-HOURS-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPPTOAC: EMPLOYEES READ - ' WS-READ-COUNT.
	DISPLAY 'EMPPTOAC: EMPLOYEES ACCRUED - ' WS-ACCRUED-COUNT.
	DISPLAY 'EMPPTOAC: NO RATE TIER FOR GRADE - ' WS-NO-TIER-COUNT.

7500-WRITE-FINAL-PAGE.
	WRITE EMPPTARP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTARP-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

8000-CLOSE-FILES.
	CLOSE EMPPF.
	CLOSE PTOBAL.
	CLOSE EMPPTARP.

9999-ABEND.
	DISPLAY 'EMPPTOAC: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
