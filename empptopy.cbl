       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPPTOPY.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL PTOBAL ASSIGN TO PTOBAL
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PTO-EMPNO
		FILE STATUS IS WS-PTOBAL-STATUS.

		SELECT EMPPF ASSIGN TO EMPPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPNO
		ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
		FILE STATUS IS WS-EMPPF-STATUS.

		SELECT EMPPTPRT ASSIGN TO EMPPTPRT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD PTOBAL
		LABEL RECORDS ARE STANDARD.
	COPY PTOBALREC.

	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD EMPPTPRT
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPPTPRT-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-PTOBAL-STATUS		PIC X(2).
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-PTOBAL-EOF-SWITCH	PIC X VALUE 'N'.
		88 PTOBAL-EOF		VALUE 'Y'.
	01 WS-CARRYOVER-SWITCH		PIC X.
		88 CARRYOVER-APPLIED	VALUE 'Y'.
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

	01 WS-ANNUAL-HOURS		PIC 9(4) VALUE 2080.
	01 WS-HOURLY-RATE		PIC 9(5)V99.
	01 WS-PAYOUT-AMOUNT		PIC 9(7)V99.

	01 WS-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-PAYOUT-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-NOT-ON-MASTER-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-CARRYOVER-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-NO-TIER-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-TOT-VAC-HOURS		PIC 9(7)V99 VALUE ZERO.
	01 WS-TOT-SICK-HOURS		PIC 9(7)V99 VALUE ZERO.
	01 WS-TOT-PAYOUT-AMOUNT	PIC 9(9)V99 VALUE ZERO.
	01 WS-TOT-CLEARED-VAC-HOURS	PIC 9(7)V99 VALUE ZERO.
	01 WS-TOT-CLEARED-SICK-HOURS	PIC 9(7)V99 VALUE ZERO.
	01 WS-TOT-VAC-FORFEITED	PIC 9(7)V99 VALUE ZERO.

	COPY PTOCOPRM.
	COPY RUNCTLPRM.

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'PTO PAYOUT LISTING FOR PAYROLL'.
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-HEADING-LINE-2.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(8)  VALUE 'EMP NO'.
		05 FILLER		PIC X(28) VALUE 'EMPLOYEE NAME'.
		05 FILLER		PIC X(6)  VALUE 'DEPT'.
		05 FILLER		PIC X(13) VALUE 'TERM DATE'.
		05 FILLER		PIC X(11) VALUE ' VAC HRS'.
		05 FILLER		PIC X(12) VALUE 'HRLY RATE'.
		05 FILLER		PIC X(13) VALUE '    PAYOUT'.
		05 FILLER		PIC X(11) VALUE 'SICK HRS'.
		05 FILLER		PIC X(29) VALUE 'REMARKS'.

	01 WS-DETAIL-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-D-EMPNO		PIC X(6).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-NAME		PIC X(26).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-DEPT		PIC X(4).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-TERM-DATE	PIC X(10).
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-VAC-HOURS	PIC Z,ZZ9.99.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-HOURLY-RATE	PIC ZZ,ZZ9.99.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-PAYOUT		PIC ZZZ,ZZ9.99.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-SICK-HOURS	PIC Z,ZZ9.99.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-D-REMARKS		PIC X(29).

	01 WS-SUMMARY-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-S-LABEL		PIC X(40).
		05 WS-S-COUNT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(84) VALUE SPACES.

	01 WS-AMOUNT-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-A-LABEL		PIC X(40).
		05 WS-A-AMOUNT		PIC ZZZ,ZZZ,ZZ9.99.
		05 FILLER		PIC X(77) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF PTO PAYOUT LISTING ***'.
		05 FILLER		PIC X(81) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 0500-RUN-CONTROL-START.
	PERFORM 1000-OPEN-FILES.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 2000-READ-PTOBAL.
	PERFORM UNTIL PTOBAL-EOF
		PERFORM 3000-CHECK-BALANCE
		PERFORM 2000-READ-PTOBAL
	END-PERFORM.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 7500-WRITE-FINAL-PAGE.
	PERFORM 8000-CLOSE-FILES.
	PERFORM 8800-RUN-CONTROL-END.
	IF WS-NOT-ON-MASTER-COUNT > ZERO OR WS-NO-TIER-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

0500-RUN-CONTROL-START.
	MOVE 'S' TO RP-FUNCTION.
	MOVE 'EMPPTOPY' TO RP-STEP-NAME.
	MOVE 'EMPMAINT' TO RP-PRED-STEP.
	MOVE ZEROS TO RP-READ-COUNT.
	MOVE ZEROS TO RP-WRITE-COUNT.
	MOVE ZEROS TO RP-PRED-WRITE-COUNT.
	CALL 'EMPRUNCT' USING RUNCTL-PARM.
	IF NOT RP-OK
		DISPLAY 'EMPPTOPY: RUN CONTROL REFUSED START - STATUS ' RP-RETURN-STATUS
		MOVE RP-RETURN-STATUS TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN I-O PTOBAL.
	IF WS-PTOBAL-STATUS NOT = '00' AND WS-PTOBAL-STATUS NOT = '05'
		DISPLAY 'EMPPTOPY: PTOBAL OPEN FAILED - FILE STATUS ' WS-PTOBAL-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT EMPPF.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPPTOPY: EMPPF NOT FOUND - FILE STATUS 35'
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPPTOPY: UNEXPECTED EMPPF OPEN STATUS ' WS-EMPPF-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN OUTPUT EMPPTPRT.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPPTOPY: EMPPTPRT OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

2000-READ-PTOBAL.
	READ PTOBAL NEXT RECORD.
	EVALUATE WS-PTOBAL-STATUS
		WHEN '00'
			ADD 1 TO WS-READ-COUNT
		WHEN '10'
			SET PTOBAL-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPPTOPY: UNEXPECTED PTOBAL READ STATUS ' WS-PTOBAL-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-CHECK-BALANCE.
	IF PTO-PAYOUT-DATE = ZERO
		MOVE PTO-EMPNO TO EMPNO
		READ EMPPF
			INVALID KEY
				IF PTO-VAC-BALANCE > ZERO OR PTO-SICK-BALANCE > ZERO
					PERFORM 3200-LIST-NOT-ON-MASTER
				END-IF
			NOT INVALID KEY
				IF EMP-TERMINATED
					PERFORM 3050-CHECK-CARRYOVER
				END-IF
		END-READ
	END-IF.

3050-CHECK-CARRYOVER.
	MOVE 'N' TO WS-CARRYOVER-SWITCH.
	MOVE ZERO TO PC-RETURN-STATUS.
	IF PTO-BALANCE-YEAR < WS-RUN-YYYY
		MOVE WS-RUN-DATE-NUM TO PC-RUN-DATE
		MOVE EMP-GRADE TO PC-GRADE
		MOVE EMP-HIRE-DATE TO PC-HIRE-DATE
		CALL 'EMPPTOCO' USING PTOCO-PARM PTOBAL-RECORD
		EVALUATE TRUE
			WHEN PC-OK
				SET CARRYOVER-APPLIED TO TRUE
				ADD 1 TO WS-CARRYOVER-COUNT
				ADD PTO-VAC-FORFEITED TO WS-TOT-VAC-FORFEITED
			WHEN PC-NO-TIER
				CONTINUE
			WHEN OTHER
				DISPLAY 'EMPPTOPY: YEAR-END CARRYOVER FAILED FOR ' EMPNO
					' - EMPPTOCO STATUS ' PC-RETURN-STATUS
				MOVE PC-RETURN-STATUS TO WS-ABEND-RETURN-CODE
				PERFORM 9999-ABEND
		END-EVALUATE
	END-IF.
	IF PC-NO-TIER
		PERFORM 3150-LIST-NO-RATE-TIER
	ELSE
		PERFORM 3100-PAY-OUT-BALANCE
	END-IF.

3100-PAY-OUT-BALANCE.
	COMPUTE WS-HOURLY-RATE ROUNDED = EMP-SALARY / WS-ANNUAL-HOURS.
	COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
		PTO-VAC-BALANCE * EMP-SALARY / WS-ANNUAL-HOURS.
	MOVE SPACES TO WS-DETAIL-LINE.
	MOVE PTO-EMPNO TO WS-D-EMPNO.
	PERFORM 3300-FORMAT-NAME.
	MOVE EMP-DEPT TO WS-D-DEPT.
	MOVE EMP-TERM-DATE TO WS-DATE-WORK.
	PERFORM 5800-FORMAT-DATE.
	MOVE WS-DATE-DISPLAY TO WS-D-TERM-DATE.
	MOVE PTO-VAC-BALANCE TO WS-D-VAC-HOURS.
	MOVE WS-HOURLY-RATE TO WS-D-HOURLY-RATE.
	MOVE WS-PAYOUT-AMOUNT TO WS-D-PAYOUT.
	MOVE PTO-SICK-BALANCE TO WS-D-SICK-HOURS.
	EVALUATE TRUE
		WHEN CARRYOVER-APPLIED AND PTO-VAC-FORFEITED > ZERO
			MOVE 'VAC CUT TO CARRYOVER CAP' TO WS-D-REMARKS
		WHEN PTO-SICK-BALANCE > ZERO
			MOVE 'SICK HOURS FORFEITED' TO WS-D-REMARKS
	END-EVALUATE.
	PERFORM 5000-PRINT-DETAIL.
	ADD 1 TO WS-PAYOUT-COUNT.
	ADD PTO-VAC-BALANCE TO WS-TOT-VAC-HOURS.
	ADD PTO-SICK-BALANCE TO WS-TOT-SICK-HOURS.
	ADD WS-PAYOUT-AMOUNT TO WS-TOT-PAYOUT-AMOUNT.
	MOVE PTO-VAC-BALANCE TO PTO-PAYOUT-HOURS.
	PERFORM 3400-CLEAR-BALANCE.

3150-LIST-NO-RATE-TIER.
	MOVE SPACES TO WS-DETAIL-LINE.
	MOVE PTO-EMPNO TO WS-D-EMPNO.
	PERFORM 3300-FORMAT-NAME.
	MOVE EMP-DEPT TO WS-D-DEPT.
	MOVE EMP-TERM-DATE TO WS-DATE-WORK.
	PERFORM 5800-FORMAT-DATE.
	MOVE WS-DATE-DISPLAY TO WS-D-TERM-DATE.
	MOVE PTO-VAC-BALANCE TO WS-D-VAC-HOURS.
	MOVE PTO-SICK-BALANCE TO WS-D-SICK-HOURS.
	MOVE 'NO RATE TIER - NOT PAID' TO WS-D-REMARKS.
	PERFORM 5000-PRINT-DETAIL.
	ADD 1 TO WS-NO-TIER-COUNT.

3200-LIST-NOT-ON-MASTER.
	MOVE SPACES TO WS-DETAIL-LINE.
	MOVE PTO-EMPNO TO WS-D-EMPNO.
	MOVE '** NOT ON EMPLOYEE MASTER **' TO WS-D-NAME.
	MOVE PTO-VAC-BALANCE TO WS-D-VAC-HOURS.
	MOVE PTO-SICK-BALANCE TO WS-D-SICK-HOURS.
	MOVE 'NOT PAID - BALANCE CLEARED' TO WS-D-REMARKS.
	PERFORM 5000-PRINT-DETAIL.
	ADD 1 TO WS-NOT-ON-MASTER-COUNT.
	ADD PTO-VAC-BALANCE TO WS-TOT-CLEARED-VAC-HOURS.
	ADD PTO-SICK-BALANCE TO WS-TOT-CLEARED-SICK-HOURS.
	MOVE ZERO TO PTO-PAYOUT-HOURS.
	PERFORM 3400-CLEAR-BALANCE.

3300-FORMAT-NAME.
	STRING EMP-FIRST-NAME DELIMITED BY SPACE
		' ' DELIMITED BY SIZE
		EMP-LAST-NAME DELIMITED BY SIZE
		INTO WS-D-NAME
	END-STRING.

3400-CLEAR-BALANCE.
	MOVE WS-RUN-DATE-NUM TO PTO-PAYOUT-DATE.
	MOVE WS-RUN-DATE-NUM TO PTO-LAST-ACTIVITY-DATE.
	MOVE ZERO TO PTO-VAC-BALANCE.
	MOVE ZERO TO PTO-SICK-BALANCE.
	REWRITE PTOBAL-RECORD.
	IF WS-PTOBAL-STATUS NOT = '00'
		DISPLAY 'EMPPTOPY: PTOBAL REWRITE FAILED FOR ' PTO-EMPNO
			' - FILE STATUS ' WS-PTOBAL-STATUS
		MOVE 32 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

4000-WRITE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPPTPRT-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPPTPRT-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	WRITE EMPPTPRT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTPRT-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.
	WRITE EMPPTPRT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 4 TO WS-LINE-COUNT.

5000-PRINT-DETAIL.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	WRITE EMPPTPRT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

5800-FORMAT-DATE.
	MOVE SPACES TO WS-DATE-DISPLAY.
	STRING WS-DATE-WORK (5:2) '/' WS-DATE-WORK (7:2) '/'
		WS-DATE-WORK (1:4)
		DELIMITED BY SIZE INTO WS-DATE-DISPLAY
	END-STRING.

7000-WRITE-CONTROL-TOTALS.
	WRITE EMPPTPRT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'BALANCE RECORDS READ...................: ' TO WS-S-LABEL.
	MOVE WS-READ-COUNT TO WS-S-COUNT.
	WRITE EMPPTPRT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'TERMINATED EMPLOYEES PAID OUT..........: ' TO WS-S-LABEL.
	MOVE WS-PAYOUT-COUNT TO WS-S-COUNT.
	WRITE EMPPTPRT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'BALANCES NOT ON MASTER - CLEARED.......: ' TO WS-S-LABEL.
	MOVE WS-NOT-ON-MASTER-COUNT TO WS-S-COUNT.
	WRITE EMPPTPRT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'CARRYOVER APPLIED BEFORE PAYOUT........: ' TO WS-S-LABEL.
	MOVE WS-CARRYOVER-COUNT TO WS-S-COUNT.
	WRITE EMPPTPRT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'NO RATE TIER FOR GRADE - NOT PAID......: ' TO WS-S-LABEL.
	MOVE WS-NO-TIER-COUNT TO WS-S-COUNT.
	WRITE EMPPTPRT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'VACATION HOURS PAID....................: ' TO WS-A-LABEL.
	MOVE WS-TOT-VAC-HOURS TO WS-A-AMOUNT.
	WRITE EMPPTPRT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'VACATION HOURS FORFEITED AT CARRYOVER..: ' TO WS-A-LABEL.
	MOVE WS-TOT-VAC-FORFEITED TO WS-A-AMOUNT.
	WRITE EMPPTPRT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'SICK HOURS FORFEITED...................: ' TO WS-A-LABEL.
	MOVE WS-TOT-SICK-HOURS TO WS-A-AMOUNT.
	WRITE EMPPTPRT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'TOTAL PAYOUT AMOUNT....................: ' TO WS-A-LABEL.
	MOVE WS-TOT-PAYOUT-AMOUNT TO WS-A-AMOUNT.
	WRITE EMPPTPRT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'VACATION HOURS CLEARED - NOT ON MASTER.: ' TO WS-A-LABEL.
	MOVE WS-TOT-CLEARED-VAC-HOURS TO WS-A-AMOUNT.
	WRITE EMPPTPRT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'SICK HOURS CLEARED - NOT ON MASTER.....: ' TO WS-A-LABEL.
	MOVE WS-TOT-CLEARED-SICK-HOURS TO WS-A-AMOUNT.
	WRITE EMPPTPRT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPPTOPY: TERMINATED EMPLOYEES PAID OUT - ' WS-PAYOUT-COUNT.
	IF WS-NO-TIER-COUNT > ZERO
		DISPLAY 'EMPPTOPY: ' WS-NO-TIER-COUNT
			' TERMINATED EMPLOYEES NOT PAID - NO PTO RATE TIER FOR GRADE'
	END-IF.

7500-WRITE-FINAL-PAGE.
	WRITE EMPPTPRT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTPRT-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

8000-CLOSE-FILES.
	CLOSE PTOBAL.
	CLOSE EMPPF.
	CLOSE EMPPTPRT.

8800-RUN-CONTROL-END.
	MOVE 'E' TO RP-FUNCTION.
	MOVE WS-READ-COUNT TO RP-READ-COUNT.
	COMPUTE RP-WRITE-COUNT = WS-PAYOUT-COUNT + WS-NOT-ON-MASTER-COUNT.
	CALL 'EMPRUNCT' USING RUNCTL-PARM.
	IF NOT RP-OK
		DISPLAY 'EMPPTOPY: RUN CONTROL END UPDATE FAILED - STATUS ' RP-RETURN-STATUS
		MOVE RP-RETURN-STATUS TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

9999-ABEND.
	DISPLAY 'EMPPTOPY: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
