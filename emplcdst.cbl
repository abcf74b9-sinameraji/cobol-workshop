       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPLCDST.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LCDCARD ASSIGN TO LCDCARD
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-CARD-STATUS.

		SELECT EMPPF ASSIGN TO EMPPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPNO
		ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
		FILE STATUS IS WS-EMPPF-STATUS.

		SELECT EMPHIST ASSIGN TO EMPHIST
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS HIST-KEY
		FILE STATUS IS WS-HIST-STATUS.

		SELECT DEPTPF ASSIGN TO DEPTPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS WS-DEPTPF-STATUS.

		SELECT GLJRNL ASSIGN TO GLJRNL
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GLJRNL-STATUS.

		SELECT EMPLCRPT ASSIGN TO EMPLCRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD LCDCARD
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	01 LCDCARD-RECORD.
		05 LCD-PERIOD		PIC X(6).
		05 FILLER		PIC X(1).
		05 LCD-EXPENSE-ACCOUNT	PIC X(10).
		05 FILLER		PIC X(1).
		05 LCD-ACCRUAL-ACCOUNT	PIC X(10).
		05 FILLER		PIC X(1).
		05 LCD-SUSPENSE-CC	PIC X(6).
		05 FILLER		PIC X(45).

	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD EMPHIST
		LABEL RECORDS ARE STANDARD.
	COPY EMPHISTREC.

	FD DEPTPF
		LABEL RECORDS ARE STANDARD.
	COPY DEPTPFREC.

	FD GLJRNL
		LABEL RECORDS ARE STANDARD.
	COPY GLJRNREC.

	FD EMPLCRPT
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPLCRPT-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-CARD-STATUS		PIC X(2).
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-HIST-STATUS		PIC X(2).
	01 WS-DEPTPF-STATUS		PIC X(2).
	01 WS-GLJRNL-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-EMPPF-EOF-SWITCH		PIC X VALUE 'N'.
		88 EMPPF-EOF		VALUE 'Y'.
	01 WS-HIST-SCAN-SWITCH		PIC X.
		88 HIST-SCAN-DONE	VALUE 'Y'.
	01 WS-DELETE-SCAN-SWITCH	PIC X.
		88 DELETE-SCAN-DONE	VALUE 'Y'.
	01 WS-DELETED-SWITCH		PIC X VALUE 'N'.
		88 COSTING-DELETED	VALUE 'Y'.
	01 WS-OPENING-SWITCH		PIC X.
		88 OPENING-FOUND	VALUE 'Y'.
	01 WS-ESTIMATED-SWITCH		PIC X.
		88 OPENING-ESTIMATED	VALUE 'Y'.
	01 WS-ADVANCE-SWITCH		PIC X.
		88 ADVANCE-DONE		VALUE 'Y'.
	01 WS-SLOT-SWITCH		PIC X.
		88 SLOT-FOUND		VALUE 'Y'.
	01 WS-SECTION-SWITCH		PIC X VALUE 'E'.
		88 SECTION-EMPLOYEES	VALUE 'E'.
		88 SECTION-DISTRIBUTION	VALUE 'D'.
		88 SECTION-SUMMARY	VALUE 'S'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW PIC 9(8).
	01 WS-RUN-DATE-DISPLAY		PIC X(10).

	01 WS-PERIOD			PIC 9(6).
	01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
		05 WS-PERIOD-YYYY	PIC 9(4).
		05 WS-PERIOD-MM		PIC 9(2).
	01 WS-PERIOD-DISPLAY		PIC X(7).
	01 WS-MONTH-START		PIC 9(8).
	01 WS-MONTH-END		PIC 9(8).
	01 WS-DAYS-IN-MONTH		PIC 9(2).
	01 WS-LEAP-QUOTIENT		PIC 9(4).
	01 WS-LEAP-REMAINDER		PIC 9(4).
	01 WS-DAY			PIC 9(2).
	01 WS-DAY-DATE			PIC 9(8).
	01 WS-EFF-DAY			PIC 9(2).
	01 WS-PREV-EFF-DAY		PIC 9(2).
	01 WS-PREV-STATUS		PIC X(1).
	01 WS-FIRST-LATER-ACTION	PIC X(1).
	01 WS-DELETED-EMPNO		PIC X(6).
	01 WS-DELETED-IMAGE		PIC X(68).

	01 WS-PAGE-NUMBER		PIC 9(4) VALUE ZERO.
	01 WS-LINE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-LINES-PER-PAGE		PIC 9(3) VALUE 55.

	01 WS-EMPPF-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-COSTED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-PRORATED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-ESTIMATED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-DELETED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-SUSPENSE-DEPT-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-JOURNAL-DETAIL-COUNT	PIC 9(7) VALUE ZERO.

	01 WS-ANNUAL-TOTAL		PIC 9(11)V99 VALUE ZERO.
	01 WS-BASE-TOTAL		PIC 9(11)V99 VALUE ZERO.
	01 WS-ADJUST-TOTAL		PIC S9(11)V99 VALUE ZERO.
	01 WS-DIST-TOTAL		PIC 9(11)V99 VALUE ZERO.
	01 WS-FTE-TOTAL		PIC 9(5)V99 VALUE ZERO.
	01 WS-CC-DIST-TOTAL		PIC 9(11)V99 VALUE ZERO.
	01 WS-DEBIT-TOTAL		PIC 9(11)V99 VALUE ZERO.
	01 WS-CREDIT-TOTAL		PIC 9(11)V99 VALUE ZERO.
	01 WS-TIE-CHECK		PIC S9(11)V99.
	01 WS-BALANCE-SWITCH		PIC X VALUE 'Y'.
		88 REGISTER-IN-BALANCE	VALUE 'Y'.
		88 REGISTER-OUT-OF-BALANCE VALUE 'N'.

	01 WS-EMP-BASE			PIC 9(7)V99.
	01 WS-EMP-DIST			PIC 9(7)V99.
	01 WS-EMP-ADJUST		PIC S9(7)V99.
	01 WS-EMP-DAYS			PIC 9(2).

	01 WS-HIST-EMP.
		05 WS-HE-EMPNO		PIC X(6).
		05 WS-HE-NAME		PIC X(25).
		05 WS-HE-DEPT		PIC X(4).
		05 WS-HE-HIRE-DATE	PIC 9(8).
		05 WS-HE-SALARY		PIC 9(7)V99.
		05 WS-HE-STATUS		PIC X(1).
		05 WS-HE-TERM-DATE	PIC 9(8).
		05 WS-HE-GRADE		PIC X(1).
		05 WS-HE-SUPV-EMPNO	PIC X(6).

	01 WS-OPEN-STATE.
		05 WS-OPEN-DEPT		PIC X(4).
		05 WS-OPEN-STATUS	PIC X(1).
		05 WS-OPEN-SALARY	PIC 9(7)V99.
		05 WS-OPEN-HIRE-DATE	PIC 9(8).

	01 WS-STATE.
		05 WS-STATE-DEPT	PIC X(4).
		05 WS-STATE-STATUS	PIC X(1).
			88 WS-STATE-EMPLOYED	VALUE 'A' 'L'.
		05 WS-STATE-SALARY	PIC 9(7)V99.
		05 WS-STATE-HIRE-DATE	PIC 9(8).

	01 WS-EVT-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-EVT-PTR			PIC 9(3).
	01 WS-NEXT-PTR			PIC 9(3).
	01 WS-EVT-SUB			PIC 9(3).
	01 WS-EVT-TABLE.
		05 WS-EVT-ENTRY OCCURS 50 TIMES.
			10 WS-EVT-ACTION	PIC X(1).
			10 WS-EVT-RUN-DATE	PIC 9(8).
			10 WS-EVT-EFF-DAY	PIC 9(2).
			10 WS-EVT-DEPT		PIC X(4).
			10 WS-EVT-STATUS	PIC X(1).
			10 WS-EVT-SALARY	PIC 9(7)V99.
			10 WS-EVT-HIRE-DATE	PIC 9(8).
			10 WS-EVT-TERM-DATE	PIC 9(8).

	01 WS-SEG-COUNT		PIC 9(2) VALUE ZERO.
	01 WS-SEG-SUB			PIC 9(2).
	01 WS-SEG-TABLE.
		05 WS-SEG-ENTRY OCCURS 31 TIMES.
			10 WS-SEG-DEPT		PIC X(4).
			10 WS-SEG-SALARY	PIC 9(7)V99.
			10 WS-SEG-DAYS		PIC 9(2).
			10 WS-SEG-AMOUNT	PIC 9(7)V99.
			10 WS-SEG-CC		PIC X(6).
			10 WS-SEG-SUSPENSE	PIC X(1).

	01 WS-LOOKUP-DEPT		PIC X(4).
	01 WS-INS-SUB			PIC 9(3).
	01 WS-PREV-SUB			PIC 9(3).
	01 WS-DEPT-TABLE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-DEPT-TABLE.
		05 WS-DEPT-ENTRY OCCURS 200 TIMES INDEXED BY WS-DEPT-IDX.
			10 WS-DEPT-CODE-T	PIC X(4).
			10 WS-DEPT-NAME-T	PIC X(25).
			10 WS-DEPT-CC		PIC X(6).
			10 WS-DEPT-SUSPENSE	PIC X(1).
				88 WS-DEPT-IN-SUSPENSE	VALUE 'Y'.
			10 WS-DEPT-FTE		PIC 9(5)V99.
			10 WS-DEPT-AMOUNT	PIC 9(11)V99.

	01 WS-LOOKUP-CC		PIC X(6).
	01 WS-CC-TABLE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-CC-TABLE.
		05 WS-CC-ENTRY OCCURS 200 TIMES INDEXED BY WS-CC-IDX.
			10 WS-CC-CODE		PIC X(6).
			10 WS-CC-FTE		PIC 9(5)V99.
			10 WS-CC-AMOUNT		PIC 9(11)V99.

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'LABOR COST DISTRIBUTION REGISTER'.
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-PERIOD-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(8)  VALUE 'PERIOD: '.
		05 WS-P-PERIOD		PIC X(7).
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(6)  VALUE 'DAYS: '.
		05 WS-P-DAYS		PIC Z9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(17) VALUE 'EXPENSE ACCOUNT: '.
		05 WS-P-EXPENSE-ACCOUNT	PIC X(10).
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(17) VALUE 'ACCRUAL ACCOUNT: '.
		05 WS-P-ACCRUAL-ACCOUNT	PIC X(10).
		05 FILLER		PIC X(42) VALUE SPACES.

	01 WS-SECTION-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-SC-TEXT		PIC X(80).
		05 FILLER		PIC X(51) VALUE SPACES.

	01 WS-EMPLOYEE-HEADING.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(8)  VALUE 'EMPNO'.
		05 FILLER		PIC X(28) VALUE 'NAME'.
		05 FILLER		PIC X(6)  VALUE 'DEPT'.
		05 FILLER		PIC X(9)  VALUE 'COST CTR'.
		05 FILLER		PIC X(5)  VALUE 'DAYS'.
		05 FILLER		PIC X(15) VALUE ' ANNUAL SALARY'.
		05 FILLER		PIC X(14) VALUE '      AMOUNT'.
		05 FILLER		PIC X(14) VALUE '  FULL MONTH'.
		05 FILLER		PIC X(15) VALUE '   ADJUSTMENT'.
		05 FILLER		PIC X(17) VALUE 'REMARK'.

	01 WS-EMPLOYEE-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-E-EMPNO		PIC X(6).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-E-LAST-NAME	PIC X(15).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-E-FIRST-NAME	PIC X(10).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-E-DEPT		PIC X(4).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-E-CC		PIC X(6).
		05 FILLER		PIC X(3)  VALUE SPACES.
		05 WS-E-DAYS		PIC Z9.
		05 FILLER		PIC X(3)  VALUE SPACES.
		05 WS-E-SALARY		PIC ZZ,ZZZ,ZZ9.99.
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-E-AMOUNT		PIC Z,ZZZ,ZZ9.99.
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-E-BASE		PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-E-ADJUST		PIC -Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-E-REMARK		PIC X(17).

	01 WS-DIST-HEADING.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'COST CTR'.
		05 FILLER		PIC X(6)  VALUE 'DEPT'.
		05 FILLER		PIC X(27) VALUE 'DEPARTMENT NAME'.
		05 FILLER		PIC X(10) VALUE '      FTE'.
		05 FILLER		PIC X(18) VALUE '           AMOUNT'.
		05 FILLER		PIC X(60) VALUE 'REMARK'.

	01 WS-DIST-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-D-CC		PIC X(6).
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 WS-D-DEPT		PIC X(4).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-D-DEPT-NAME	PIC X(25).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-D-FTE		PIC ZZ,ZZ9.99.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-D-AMOUNT		PIC ZZ,ZZZ,ZZZ,ZZ9.99.
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-D-REMARK		PIC X(40).
		05 FILLER		PIC X(19) VALUE SPACES.

	01 WS-NOTE-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-NT-TEXT		PIC X(80).
		05 FILLER		PIC X(51) VALUE SPACES.

	01 WS-AMOUNT-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-AM-LABEL		PIC X(40).
		05 WS-AM-AMOUNT		PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
		05 FILLER		PIC X(73) VALUE SPACES.

	01 WS-SUMMARY-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-SM-LABEL		PIC X(40).
		05 WS-SM-COUNT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(84) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF LABOR COST DISTRIBUTION REGISTER ***'.
		05 FILLER		PIC X(81) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-OPEN-FILES.
	PERFORM 1500-READ-CONTROL-CARD.
	SET SECTION-EMPLOYEES TO TRUE.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 2000-READ-EMPLOYEE.
	PERFORM UNTIL EMPPF-EOF
		PERFORM 3000-COST-EMPLOYEE
		PERFORM 2000-READ-EMPLOYEE
	END-PERFORM.
	PERFORM 3900-COST-DELETED-EMPLOYEES.
	IF WS-PRORATED-COUNT = ZERO
		MOVE 'NO PRORATED OR SPLIT EMPLOYEES THIS PERIOD' TO WS-NT-TEXT
		WRITE EMPLCRPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	PERFORM 5000-BUILD-COST-CENTER
		VARYING WS-DEPT-IDX FROM 1 BY 1
		UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-COUNT.
	SET SECTION-DISTRIBUTION TO TRUE.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 5100-PRINT-COST-CENTER
		VARYING WS-CC-IDX FROM 1 BY 1
		UNTIL WS-CC-IDX > WS-CC-TABLE-COUNT.
	PERFORM 5500-PRINT-GRAND-TOTAL.
	PERFORM 6000-WRITE-JOURNAL.
	SET SECTION-SUMMARY TO TRUE.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 7500-WRITE-FINAL-PAGE.
	PERFORM 8000-CLOSE-FILES.
	EVALUATE TRUE
		WHEN REGISTER-OUT-OF-BALANCE
			MOVE 8 TO RETURN-CODE
		WHEN WS-SUSPENSE-DEPT-COUNT > ZERO OR WS-ESTIMATED-COUNT > ZERO
			MOVE 4 TO RETURN-CODE
	END-EVALUATE.
	STOP RUN.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN INPUT LCDCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPLCDST: LCDCARD OPEN FAILED - FILE STATUS ' WS-CARD-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT EMPPF.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPLCDST: EMPPF NOT FOUND - FILE STATUS 35'
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPLCDST: UNEXPECTED EMPPF OPEN STATUS ' WS-EMPPF-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT EMPHIST.
	EVALUATE WS-HIST-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPLCDST: EMPHIST NOT FOUND - FILE STATUS 35'
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPLCDST: UNEXPECTED EMPHIST OPEN STATUS ' WS-HIST-STATUS
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT DEPTPF.
	EVALUATE WS-DEPTPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPLCDST: DEPTPF NOT FOUND - FILE STATUS 35'
			MOVE 16 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPLCDST: UNEXPECTED DEPTPF OPEN STATUS ' WS-DEPTPF-STATUS
			MOVE 16 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN OUTPUT GLJRNL.
	IF WS-GLJRNL-STATUS NOT = '00'
		DISPLAY 'EMPLCDST: GLJRNL OPEN FAILED - FILE STATUS ' WS-GLJRNL-STATUS
		MOVE 18 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT EMPLCRPT.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPLCDST: EMPLCRPT OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 22 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1500-READ-CONTROL-CARD.
	READ LCDCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPLCDST: NO CONTROL CARD - FILE STATUS ' WS-CARD-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF LCD-PERIOD NOT NUMERIC
		DISPLAY 'EMPLCDST: PERIOD MISSING OR NOT NUMERIC - ' LCD-PERIOD
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE LCD-PERIOD TO WS-PERIOD.
	IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
		DISPLAY 'EMPLCDST: PERIOD MONTH NOT 01-12 - ' LCD-PERIOD
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF LCD-EXPENSE-ACCOUNT = SPACES OR LCD-ACCRUAL-ACCOUNT = SPACES
		OR LCD-SUSPENSE-CC = SPACES
		DISPLAY 'EMPLCDST: EXPENSE ACCOUNT, ACCRUAL ACCOUNT AND SUSPENSE COST CENTER ARE ALL REQUIRED'
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	PERFORM 1600-SET-DAYS-IN-MONTH.
	COMPUTE WS-MONTH-START = WS-PERIOD * 100 + 1.
	COMPUTE WS-MONTH-END = WS-PERIOD * 100 + WS-DAYS-IN-MONTH.
	IF WS-MONTH-END >= WS-RUN-DATE-NUM
		DISPLAY 'EMPLCDST: PERIOD ' LCD-PERIOD ' HAS NOT ENDED - RUN REFUSED'
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	STRING WS-PERIOD-MM '/' WS-PERIOD-YYYY
		DELIMITED BY SIZE INTO WS-PERIOD-DISPLAY
	END-STRING.

1600-SET-DAYS-IN-MONTH.
	EVALUATE WS-PERIOD-MM
		WHEN 04
		WHEN 06
		WHEN 09
		WHEN 11
			MOVE 30 TO WS-DAYS-IN-MONTH
		WHEN 02
			PERFORM 1650-SET-FEBRUARY-DAYS
		WHEN OTHER
			MOVE 31 TO WS-DAYS-IN-MONTH
	END-EVALUATE.

1650-SET-FEBRUARY-DAYS.
	MOVE 28 TO WS-DAYS-IN-MONTH.
	DIVIDE WS-PERIOD-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
		REMAINDER WS-LEAP-REMAINDER.
	IF WS-LEAP-REMAINDER = ZERO
		DIVIDE WS-PERIOD-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
			REMAINDER WS-LEAP-REMAINDER
		IF WS-LEAP-REMAINDER NOT = ZERO
			MOVE 29 TO WS-DAYS-IN-MONTH
		ELSE
			DIVIDE WS-PERIOD-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
				REMAINDER WS-LEAP-REMAINDER
			IF WS-LEAP-REMAINDER = ZERO
				MOVE 29 TO WS-DAYS-IN-MONTH
			END-IF
		END-IF
	END-IF.

2000-READ-EMPLOYEE.
	READ EMPPF NEXT RECORD.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			ADD 1 TO WS-EMPPF-READ-COUNT
		WHEN '10'
			SET EMPPF-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPLCDST: UNEXPECTED EMPPF READ STATUS ' WS-EMPPF-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-COST-EMPLOYEE.
	MOVE 'N' TO WS-OPENING-SWITCH.
	MOVE 'N' TO WS-ESTIMATED-SWITCH.
	MOVE ZERO TO WS-EVT-COUNT.
	MOVE ZERO TO WS-SEG-COUNT.
	MOVE SPACE TO WS-FIRST-LATER-ACTION.
	PERFORM 3100-START-HISTORY.
	PERFORM UNTIL HIST-SCAN-DONE
		PERFORM 3150-READ-NEXT-HISTORY
		IF NOT HIST-SCAN-DONE
			PERFORM 3200-APPLY-HISTORY-RECORD
		END-IF
	END-PERFORM.
	PERFORM 3300-SET-OPENING-STATE.
	PERFORM 3350-SET-EFFECTIVE-DAY
		VARYING WS-EVT-SUB FROM 1 BY 1
		UNTIL WS-EVT-SUB > WS-EVT-COUNT.
	MOVE WS-OPEN-STATE TO WS-STATE.
	MOVE ZERO TO WS-EVT-PTR.
	PERFORM 3400-COST-DAY
		VARYING WS-DAY FROM 1 BY 1
		UNTIL WS-DAY > WS-DAYS-IN-MONTH.
	MOVE ZERO TO WS-EMP-DIST.
	MOVE ZERO TO WS-EMP-DAYS.
	PERFORM 3500-DISTRIBUTE-SEGMENT
		VARYING WS-SEG-SUB FROM 1 BY 1
		UNTIL WS-SEG-SUB > WS-SEG-COUNT.
	IF EMP-TERMINATED OR COSTING-DELETED
		MOVE ZERO TO WS-EMP-BASE
	ELSE
		COMPUTE WS-EMP-BASE ROUNDED = EMP-SALARY / 12
		ADD EMP-SALARY TO WS-ANNUAL-TOTAL
	END-IF.
	COMPUTE WS-EMP-ADJUST = WS-EMP-DIST - WS-EMP-BASE.
	ADD WS-EMP-BASE TO WS-BASE-TOTAL.
	ADD WS-EMP-ADJUST TO WS-ADJUST-TOTAL.
	IF WS-SEG-COUNT > ZERO
		ADD 1 TO WS-COSTED-COUNT
	END-IF.
	IF OPENING-ESTIMATED
		ADD 1 TO WS-ESTIMATED-COUNT
	END-IF.
	IF WS-SEG-COUNT > 1 OR WS-EMP-ADJUST NOT = ZERO OR OPENING-ESTIMATED
		ADD 1 TO WS-PRORATED-COUNT
		PERFORM 3800-PRINT-EMPLOYEE
	END-IF.

3100-START-HISTORY.
	MOVE 'N' TO WS-HIST-SCAN-SWITCH.
	MOVE EMPNO TO HIST-EMPNO.
	MOVE ZERO TO HIST-SEQ.
	START EMPHIST KEY IS GREATER THAN OR EQUAL TO HIST-KEY
		INVALID KEY
			SET HIST-SCAN-DONE TO TRUE
	END-START.

3150-READ-NEXT-HISTORY.
	READ EMPHIST NEXT RECORD.
	EVALUATE TRUE
		WHEN WS-HIST-STATUS = '00' AND HIST-EMPNO = EMPNO
			CONTINUE
		WHEN WS-HIST-STATUS = '00'
			SET HIST-SCAN-DONE TO TRUE
		WHEN WS-HIST-STATUS = '10'
			SET HIST-SCAN-DONE TO TRUE
		WHEN OTHER
			DISPLAY 'EMPLCDST: UNEXPECTED EMPHIST READ STATUS ' WS-HIST-STATUS
			MOVE 26 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3200-APPLY-HISTORY-RECORD.
	MOVE HIST-IMAGE TO WS-HIST-EMP.
	IF WS-HE-HIRE-DATE NOT NUMERIC
		MOVE ZERO TO WS-HE-HIRE-DATE
	END-IF.
	IF WS-HE-TERM-DATE NOT NUMERIC
		MOVE ZERO TO WS-HE-TERM-DATE
	END-IF.
	IF WS-HE-SALARY NOT NUMERIC
		MOVE ZERO TO WS-HE-SALARY
	END-IF.
	IF HIST-DELETE
		MOVE 'D' TO WS-HE-STATUS
	END-IF.
	EVALUATE TRUE
		WHEN HIST-RUN-DATE < WS-MONTH-START
			SET OPENING-FOUND TO TRUE
			MOVE WS-HE-DEPT TO WS-OPEN-DEPT
			MOVE WS-HE-STATUS TO WS-OPEN-STATUS
			MOVE WS-HE-SALARY TO WS-OPEN-SALARY
			MOVE WS-HE-HIRE-DATE TO WS-OPEN-HIRE-DATE
		WHEN HIST-RUN-DATE <= WS-MONTH-END
			PERFORM 3250-ADD-PERIOD-EVENT
		WHEN HIST-ADD AND WS-HE-HIRE-DATE >= WS-MONTH-START
			AND WS-HE-HIRE-DATE <= WS-MONTH-END
			PERFORM 3250-ADD-PERIOD-EVENT
		WHEN WS-HE-STATUS = 'T' AND WS-HE-TERM-DATE >= WS-MONTH-START
			AND WS-HE-TERM-DATE <= WS-MONTH-END
			PERFORM 3250-ADD-PERIOD-EVENT
		WHEN OTHER
			IF WS-FIRST-LATER-ACTION = SPACE
				MOVE HIST-ACTION TO WS-FIRST-LATER-ACTION
			END-IF
			SET HIST-SCAN-DONE TO TRUE
	END-EVALUATE.

3250-ADD-PERIOD-EVENT.
	IF WS-EVT-COUNT >= 50
		DISPLAY 'EMPLCDST: MORE THAN 50 HISTORY RECORDS IN THE PERIOD FOR ' EMPNO
		MOVE 34 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	ADD 1 TO WS-EVT-COUNT.
	MOVE HIST-ACTION TO WS-EVT-ACTION (WS-EVT-COUNT).
	MOVE HIST-RUN-DATE TO WS-EVT-RUN-DATE (WS-EVT-COUNT).
	MOVE WS-HE-DEPT TO WS-EVT-DEPT (WS-EVT-COUNT).
	MOVE WS-HE-STATUS TO WS-EVT-STATUS (WS-EVT-COUNT).
	MOVE WS-HE-SALARY TO WS-EVT-SALARY (WS-EVT-COUNT).
	MOVE WS-HE-HIRE-DATE TO WS-EVT-HIRE-DATE (WS-EVT-COUNT).
	MOVE WS-HE-TERM-DATE TO WS-EVT-TERM-DATE (WS-EVT-COUNT).

3300-SET-OPENING-STATE.
	IF NOT OPENING-FOUND
		EVALUATE TRUE
			WHEN WS-EVT-COUNT > ZERO AND WS-EVT-ACTION (1) = 'A'
				MOVE SPACES TO WS-OPEN-DEPT
				MOVE 'N' TO WS-OPEN-STATUS
				MOVE ZERO TO WS-OPEN-SALARY
				MOVE ZERO TO WS-OPEN-HIRE-DATE
			WHEN WS-EVT-COUNT > ZERO
				SET OPENING-ESTIMATED TO TRUE
				MOVE WS-EVT-DEPT (1) TO WS-OPEN-DEPT
				MOVE WS-EVT-STATUS (1) TO WS-OPEN-STATUS
				MOVE WS-EVT-SALARY (1) TO WS-OPEN-SALARY
				MOVE WS-EVT-HIRE-DATE (1) TO WS-OPEN-HIRE-DATE
				IF WS-EVT-STATUS (1) = 'T'
					MOVE 'A' TO WS-OPEN-STATUS
				END-IF
			WHEN WS-FIRST-LATER-ACTION = 'A'
				MOVE SPACES TO WS-OPEN-DEPT
				MOVE 'N' TO WS-OPEN-STATUS
				MOVE ZERO TO WS-OPEN-SALARY
				MOVE ZERO TO WS-OPEN-HIRE-DATE
			WHEN OTHER
				MOVE EMP-DEPT TO WS-OPEN-DEPT
				MOVE EMP-STATUS TO WS-OPEN-STATUS
				MOVE EMP-SALARY TO WS-OPEN-SALARY
				IF EMP-HIRE-DATE NUMERIC
					MOVE EMP-HIRE-DATE TO WS-OPEN-HIRE-DATE
				ELSE
					MOVE ZERO TO WS-OPEN-HIRE-DATE
				END-IF
				IF WS-FIRST-LATER-ACTION NOT = SPACE
					SET OPENING-ESTIMATED TO TRUE
					IF WS-OPEN-STATUS = 'T'
						AND NOT (EMP-TERM-DATE NUMERIC
							AND EMP-TERM-DATE > ZERO
							AND EMP-TERM-DATE < WS-MONTH-START)
						MOVE 'A' TO WS-OPEN-STATUS
					END-IF
				END-IF
		END-EVALUATE
	END-IF.
	MOVE WS-OPEN-STATUS TO WS-PREV-STATUS.
	MOVE 1 TO WS-PREV-EFF-DAY.

3350-SET-EFFECTIVE-DAY.
	IF WS-EVT-RUN-DATE (WS-EVT-SUB) > WS-MONTH-END
		COMPUTE WS-EFF-DAY = WS-DAYS-IN-MONTH + 1
	ELSE
		MOVE WS-EVT-RUN-DATE (WS-EVT-SUB) (7:2) TO WS-EFF-DAY
	END-IF.
	IF WS-EVT-ACTION (WS-EVT-SUB) = 'A'
		AND WS-EVT-HIRE-DATE (WS-EVT-SUB) > ZERO
		AND WS-EVT-HIRE-DATE (WS-EVT-SUB) < WS-EVT-RUN-DATE (WS-EVT-SUB)
		IF WS-EVT-HIRE-DATE (WS-EVT-SUB) < WS-MONTH-START
			MOVE 1 TO WS-EFF-DAY
		ELSE
			MOVE WS-EVT-HIRE-DATE (WS-EVT-SUB) (7:2) TO WS-EFF-DAY
		END-IF
	END-IF.
	IF WS-EVT-STATUS (WS-EVT-SUB) = 'T' AND WS-PREV-STATUS NOT = 'T'
		AND WS-EVT-TERM-DATE (WS-EVT-SUB) > ZERO
		AND WS-EVT-TERM-DATE (WS-EVT-SUB) < WS-EVT-RUN-DATE (WS-EVT-SUB)
		IF WS-EVT-TERM-DATE (WS-EVT-SUB) < WS-MONTH-START
			MOVE 1 TO WS-EFF-DAY
		ELSE
			COMPUTE WS-EFF-DAY = WS-EVT-TERM-DATE (WS-EVT-SUB) - WS-MONTH-START + 2
		END-IF
	END-IF.
	IF WS-EFF-DAY < WS-PREV-EFF-DAY
		MOVE WS-PREV-EFF-DAY TO WS-EFF-DAY
	END-IF.
	MOVE WS-EFF-DAY TO WS-EVT-EFF-DAY (WS-EVT-SUB).
	MOVE WS-EFF-DAY TO WS-PREV-EFF-DAY.
	MOVE WS-EVT-STATUS (WS-EVT-SUB) TO WS-PREV-STATUS.

3400-COST-DAY.
	COMPUTE WS-DAY-DATE = WS-MONTH-START + WS-DAY - 1.
	MOVE 'N' TO WS-ADVANCE-SWITCH.
	PERFORM UNTIL ADVANCE-DONE
		PERFORM 3410-ADVANCE-STATE
	END-PERFORM.
	IF WS-STATE-EMPLOYED AND WS-STATE-HIRE-DATE <= WS-DAY-DATE
		PERFORM 3450-ADD-SEGMENT-DAY
	END-IF.

3410-ADVANCE-STATE.
	IF WS-EVT-PTR < WS-EVT-COUNT
		COMPUTE WS-NEXT-PTR = WS-EVT-PTR + 1
		IF WS-EVT-EFF-DAY (WS-NEXT-PTR) <= WS-DAY
			MOVE WS-NEXT-PTR TO WS-EVT-PTR
			MOVE WS-EVT-DEPT (WS-EVT-PTR) TO WS-STATE-DEPT
			MOVE WS-EVT-STATUS (WS-EVT-PTR) TO WS-STATE-STATUS
			MOVE WS-EVT-SALARY (WS-EVT-PTR) TO WS-STATE-SALARY
			MOVE WS-EVT-HIRE-DATE (WS-EVT-PTR) TO WS-STATE-HIRE-DATE
		ELSE
			SET ADVANCE-DONE TO TRUE
		END-IF
	ELSE
		SET ADVANCE-DONE TO TRUE
	END-IF.

3450-ADD-SEGMENT-DAY.
	IF WS-SEG-COUNT > ZERO
		AND WS-SEG-DEPT (WS-SEG-COUNT) = WS-STATE-DEPT
		AND WS-SEG-SALARY (WS-SEG-COUNT) = WS-STATE-SALARY
		ADD 1 TO WS-SEG-DAYS (WS-SEG-COUNT)
	ELSE
		ADD 1 TO WS-SEG-COUNT
		MOVE WS-STATE-DEPT TO WS-SEG-DEPT (WS-SEG-COUNT)
		MOVE WS-STATE-SALARY TO WS-SEG-SALARY (WS-SEG-COUNT)
		MOVE 1 TO WS-SEG-DAYS (WS-SEG-COUNT)
	END-IF.

3500-DISTRIBUTE-SEGMENT.
	COMPUTE WS-SEG-AMOUNT (WS-SEG-SUB) ROUNDED =
		WS-SEG-SALARY (WS-SEG-SUB) * WS-SEG-DAYS (WS-SEG-SUB)
		/ (12 * WS-DAYS-IN-MONTH).
	MOVE WS-SEG-DEPT (WS-SEG-SUB) TO WS-LOOKUP-DEPT.
	PERFORM 3600-FIND-DEPT-ENTRY.
	MOVE WS-DEPT-CC (WS-DEPT-IDX) TO WS-SEG-CC (WS-SEG-SUB).
	MOVE WS-DEPT-SUSPENSE (WS-DEPT-IDX) TO WS-SEG-SUSPENSE (WS-SEG-SUB).
	ADD WS-SEG-AMOUNT (WS-SEG-SUB) TO WS-DEPT-AMOUNT (WS-DEPT-IDX).
	COMPUTE WS-DEPT-FTE (WS-DEPT-IDX) ROUNDED = WS-DEPT-FTE (WS-DEPT-IDX)
		+ WS-SEG-DAYS (WS-SEG-SUB) / WS-DAYS-IN-MONTH.
	ADD WS-SEG-AMOUNT (WS-SEG-SUB) TO WS-EMP-DIST.
	ADD WS-SEG-AMOUNT (WS-SEG-SUB) TO WS-DIST-TOTAL.
	ADD WS-SEG-DAYS (WS-SEG-SUB) TO WS-EMP-DAYS.

3600-FIND-DEPT-ENTRY.
	SET WS-DEPT-IDX TO 1.
	SEARCH WS-DEPT-ENTRY
		AT END
			PERFORM 3700-ADD-DEPT-ENTRY
		WHEN WS-DEPT-IDX > WS-DEPT-TABLE-COUNT
			PERFORM 3700-ADD-DEPT-ENTRY
		WHEN WS-DEPT-CODE-T (WS-DEPT-IDX) = WS-LOOKUP-DEPT
			CONTINUE
	END-SEARCH.

3700-ADD-DEPT-ENTRY.
	IF WS-DEPT-TABLE-COUNT >= 200
		DISPLAY 'EMPLCDST: DEPARTMENT TABLE FULL - MORE THAN 200 DEPT CODES'
		MOVE 30 TO WS-ABEND-RETURN-CODE
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
			IF WS-DEPT-CODE-T (WS-PREV-SUB) < WS-LOOKUP-DEPT
				SET SLOT-FOUND TO TRUE
			ELSE
				MOVE WS-DEPT-ENTRY (WS-PREV-SUB) TO WS-DEPT-ENTRY (WS-INS-SUB)
				MOVE WS-PREV-SUB TO WS-INS-SUB
			END-IF
		END-IF
	END-PERFORM.
	SET WS-DEPT-IDX TO WS-INS-SUB.
	MOVE WS-LOOKUP-DEPT TO WS-DEPT-CODE-T (WS-DEPT-IDX).
	MOVE 'N' TO WS-DEPT-SUSPENSE (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-FTE (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-AMOUNT (WS-DEPT-IDX).
	MOVE WS-LOOKUP-DEPT TO DEPT-CODE.
	READ DEPTPF
		INVALID KEY
			MOVE '*** NOT ON DEPTPF ***' TO WS-DEPT-NAME-T (WS-DEPT-IDX)
			MOVE SPACES TO WS-DEPT-CC (WS-DEPT-IDX)
		NOT INVALID KEY
			MOVE DEPT-NAME TO WS-DEPT-NAME-T (WS-DEPT-IDX)
			MOVE DEPT-COST-CENTER TO WS-DEPT-CC (WS-DEPT-IDX)
	END-READ.
	IF WS-DEPT-CC (WS-DEPT-IDX) = SPACES
		MOVE LCD-SUSPENSE-CC TO WS-DEPT-CC (WS-DEPT-IDX)
		SET WS-DEPT-IN-SUSPENSE (WS-DEPT-IDX) TO TRUE
		ADD 1 TO WS-SUSPENSE-DEPT-COUNT
	END-IF.

3800-PRINT-EMPLOYEE.
	MOVE SPACES TO WS-E-REMARK.
	EVALUATE TRUE
		WHEN COSTING-DELETED
			MOVE 'DELETED FROM EMPPF' TO WS-E-REMARK
		WHEN OPENING-ESTIMATED
			MOVE 'HISTORY ESTIMATED' TO WS-E-REMARK
		WHEN WS-SEG-COUNT = ZERO
			MOVE 'NOT EMPLOYED' TO WS-E-REMARK
		WHEN WS-SEG-COUNT > 1
			MOVE 'SPLIT' TO WS-E-REMARK
		WHEN WS-EMP-DAYS < WS-DAYS-IN-MONTH
			MOVE 'PART MONTH' TO WS-E-REMARK
		WHEN OTHER
			MOVE 'RATE CHANGED' TO WS-E-REMARK
	END-EVALUATE.
	IF WS-LINE-COUNT + WS-SEG-COUNT + 1 > WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE EMPNO TO WS-E-EMPNO.
	MOVE EMP-LAST-NAME TO WS-E-LAST-NAME.
	MOVE EMP-FIRST-NAME TO WS-E-FIRST-NAME.
	MOVE WS-EMP-BASE TO WS-E-BASE.
	MOVE WS-EMP-ADJUST TO WS-E-ADJUST.
	IF WS-SEG-COUNT = ZERO
		MOVE SPACES TO WS-E-DEPT
		MOVE SPACES TO WS-E-CC
		MOVE ZERO TO WS-E-DAYS
		MOVE EMP-SALARY TO WS-E-SALARY
		MOVE ZERO TO WS-E-AMOUNT
		WRITE EMPLCRPT-LINE FROM WS-EMPLOYEE-LINE AFTER ADVANCING 1 LINE
		ADD 1 TO WS-LINE-COUNT
	ELSE
		PERFORM 3850-PRINT-SEGMENT
			VARYING WS-SEG-SUB FROM 1 BY 1
			UNTIL WS-SEG-SUB > WS-SEG-COUNT
	END-IF.

3850-PRINT-SEGMENT.
	MOVE WS-SEG-DEPT (WS-SEG-SUB) TO WS-E-DEPT.
	MOVE WS-SEG-CC (WS-SEG-SUB) TO WS-E-CC.
	MOVE WS-SEG-DAYS (WS-SEG-SUB) TO WS-E-DAYS.
	MOVE WS-SEG-SALARY (WS-SEG-SUB) TO WS-E-SALARY.
	MOVE WS-SEG-AMOUNT (WS-SEG-SUB) TO WS-E-AMOUNT.
	WRITE EMPLCRPT-LINE FROM WS-EMPLOYEE-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.
	MOVE SPACES TO WS-E-EMPNO.
	MOVE SPACES TO WS-E-LAST-NAME.
	MOVE SPACES TO WS-E-FIRST-NAME.
	MOVE ZERO TO WS-E-BASE.
	MOVE ZERO TO WS-E-ADJUST.
	MOVE SPACES TO WS-E-REMARK.

3900-COST-DELETED-EMPLOYEES.
	MOVE 'N' TO WS-DELETE-SCAN-SWITCH.
	MOVE LOW-VALUES TO HIST-KEY.
	START EMPHIST KEY IS GREATER THAN HIST-KEY
		INVALID KEY
			SET DELETE-SCAN-DONE TO TRUE
	END-START.
	PERFORM UNTIL DELETE-SCAN-DONE
		READ EMPHIST NEXT RECORD
		EVALUATE WS-HIST-STATUS
			WHEN '00'
				IF HIST-DELETE AND HIST-RUN-DATE >= WS-MONTH-START
					PERFORM 3950-COST-DELETED-EMPLOYEE
				END-IF
			WHEN '10'
				SET DELETE-SCAN-DONE TO TRUE
			WHEN OTHER
				DISPLAY 'EMPLCDST: UNEXPECTED EMPHIST READ STATUS ' WS-HIST-STATUS
				MOVE 26 TO WS-ABEND-RETURN-CODE
				PERFORM 9999-ABEND
		END-EVALUATE
	END-PERFORM.

3950-COST-DELETED-EMPLOYEE.
	MOVE HIST-EMPNO TO WS-DELETED-EMPNO.
	MOVE HIST-IMAGE TO WS-DELETED-IMAGE.
	MOVE WS-DELETED-EMPNO TO EMPNO.
	READ EMPPF
		INVALID KEY
			MOVE WS-DELETED-IMAGE TO EMPPF-RECORD
			MOVE WS-DELETED-EMPNO TO EMPNO
			IF EMP-SALARY NOT NUMERIC
				MOVE ZERO TO EMP-SALARY
			END-IF
			SET COSTING-DELETED TO TRUE
			PERFORM 3000-COST-EMPLOYEE
			IF WS-SEG-COUNT > ZERO
				ADD 1 TO WS-DELETED-COUNT
			END-IF
			MOVE 'N' TO WS-DELETED-SWITCH
	END-READ.
	MOVE WS-DELETED-EMPNO TO HIST-EMPNO.
	MOVE 9999 TO HIST-SEQ.
	START EMPHIST KEY IS GREATER THAN HIST-KEY
		INVALID KEY
			SET DELETE-SCAN-DONE TO TRUE
	END-START.

4000-WRITE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPLCRPT-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPLCRPT-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	MOVE WS-PERIOD-DISPLAY TO WS-P-PERIOD.
	MOVE WS-DAYS-IN-MONTH TO WS-P-DAYS.
	MOVE LCD-EXPENSE-ACCOUNT TO WS-P-EXPENSE-ACCOUNT.
	MOVE LCD-ACCRUAL-ACCOUNT TO WS-P-ACCRUAL-ACCOUNT.
	WRITE EMPLCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPLCRPT-LINE FROM WS-PERIOD-LINE AFTER ADVANCING 1 LINE.
	EVALUATE TRUE
		WHEN SECTION-EMPLOYEES
			MOVE 'PRORATED AND SPLIT EMPLOYEES (FULL-MONTH EMPLOYEES IN ONE DEPARTMENT ARE NOT LISTED)'
				TO WS-SC-TEXT
		WHEN SECTION-DISTRIBUTION
			MOVE 'DISTRIBUTION BY COST CENTER AND DEPARTMENT' TO WS-SC-TEXT
		WHEN SECTION-SUMMARY
			MOVE 'JOURNAL CONTROL TOTALS AND TIE-OUT TO EMPPF SALARY' TO WS-SC-TEXT
	END-EVALUATE.
	WRITE EMPLCRPT-LINE FROM WS-SECTION-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPLCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	EVALUATE TRUE
		WHEN SECTION-EMPLOYEES
			WRITE EMPLCRPT-LINE FROM WS-EMPLOYEE-HEADING AFTER ADVANCING 1 LINE
			WRITE EMPLCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE
			MOVE 7 TO WS-LINE-COUNT
		WHEN SECTION-DISTRIBUTION
			WRITE EMPLCRPT-LINE FROM WS-DIST-HEADING AFTER ADVANCING 1 LINE
			WRITE EMPLCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE
			MOVE 7 TO WS-LINE-COUNT
		WHEN OTHER
			MOVE 5 TO WS-LINE-COUNT
	END-EVALUATE.

5000-BUILD-COST-CENTER.
	MOVE WS-DEPT-CC (WS-DEPT-IDX) TO WS-LOOKUP-CC.
	PERFORM 5050-FIND-CC-ENTRY.
	ADD WS-DEPT-FTE (WS-DEPT-IDX) TO WS-CC-FTE (WS-CC-IDX).
	ADD WS-DEPT-AMOUNT (WS-DEPT-IDX) TO WS-CC-AMOUNT (WS-CC-IDX).

5050-FIND-CC-ENTRY.
	SET WS-CC-IDX TO 1.
	SEARCH WS-CC-ENTRY
		AT END
			PERFORM 5060-ADD-CC-ENTRY
		WHEN WS-CC-IDX > WS-CC-TABLE-COUNT
			PERFORM 5060-ADD-CC-ENTRY
		WHEN WS-CC-CODE (WS-CC-IDX) = WS-LOOKUP-CC
			CONTINUE
	END-SEARCH.

5060-ADD-CC-ENTRY.
	IF WS-CC-TABLE-COUNT >= 200
		DISPLAY 'EMPLCDST: COST CENTER TABLE FULL - MORE THAN 200 COST CENTERS'
		MOVE 32 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	ADD 1 TO WS-CC-TABLE-COUNT.
	MOVE WS-CC-TABLE-COUNT TO WS-INS-SUB.
	MOVE 'N' TO WS-SLOT-SWITCH.
	PERFORM UNTIL SLOT-FOUND
		IF WS-INS-SUB = 1
			SET SLOT-FOUND TO TRUE
		ELSE
			COMPUTE WS-PREV-SUB = WS-INS-SUB - 1
			IF WS-CC-CODE (WS-PREV-SUB) < WS-LOOKUP-CC
				SET SLOT-FOUND TO TRUE
			ELSE
				MOVE WS-CC-ENTRY (WS-PREV-SUB) TO WS-CC-ENTRY (WS-INS-SUB)
				MOVE WS-PREV-SUB TO WS-INS-SUB
			END-IF
		END-IF
	END-PERFORM.
	SET WS-CC-IDX TO WS-INS-SUB.
	MOVE WS-LOOKUP-CC TO WS-CC-CODE (WS-CC-IDX).
	MOVE ZERO TO WS-CC-FTE (WS-CC-IDX).
	MOVE ZERO TO WS-CC-AMOUNT (WS-CC-IDX).

5100-PRINT-COST-CENTER.
	PERFORM 5200-PRINT-DEPARTMENT
		VARYING WS-DEPT-IDX FROM 1 BY 1
		UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-COUNT.
	IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE WS-CC-CODE (WS-CC-IDX) TO WS-D-CC.
	MOVE SPACES TO WS-D-DEPT.
	MOVE '* COST CENTER TOTAL' TO WS-D-DEPT-NAME.
	MOVE WS-CC-FTE (WS-CC-IDX) TO WS-D-FTE.
	MOVE WS-CC-AMOUNT (WS-CC-IDX) TO WS-D-AMOUNT.
	MOVE SPACES TO WS-D-REMARK.
	WRITE EMPLCRPT-LINE FROM WS-DIST-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPLCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	ADD 2 TO WS-LINE-COUNT.
	ADD WS-CC-AMOUNT (WS-CC-IDX) TO WS-CC-DIST-TOTAL.
	ADD WS-CC-FTE (WS-CC-IDX) TO WS-FTE-TOTAL.

5200-PRINT-DEPARTMENT.
	IF WS-DEPT-CC (WS-DEPT-IDX) = WS-CC-CODE (WS-CC-IDX)
		IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
			PERFORM 4000-WRITE-HEADINGS
		END-IF
		MOVE WS-DEPT-CC (WS-DEPT-IDX) TO WS-D-CC
		MOVE WS-DEPT-CODE-T (WS-DEPT-IDX) TO WS-D-DEPT
		MOVE WS-DEPT-NAME-T (WS-DEPT-IDX) TO WS-D-DEPT-NAME
		MOVE WS-DEPT-FTE (WS-DEPT-IDX) TO WS-D-FTE
		MOVE WS-DEPT-AMOUNT (WS-DEPT-IDX) TO WS-D-AMOUNT
		IF WS-DEPT-IN-SUSPENSE (WS-DEPT-IDX)
			MOVE '** NO COST CENTER ON DEPTPF - SUSPENSE **' TO WS-D-REMARK
		ELSE
			MOVE SPACES TO WS-D-REMARK
		END-IF
		WRITE EMPLCRPT-LINE FROM WS-DIST-LINE AFTER ADVANCING 1 LINE
		ADD 1 TO WS-LINE-COUNT
	END-IF.

5500-PRINT-GRAND-TOTAL.
	MOVE SPACES TO WS-D-CC.
	MOVE SPACES TO WS-D-DEPT.
	MOVE '** TOTAL ALL COST CENTERS' TO WS-D-DEPT-NAME.
	MOVE WS-FTE-TOTAL TO WS-D-FTE.
	MOVE WS-CC-DIST-TOTAL TO WS-D-AMOUNT.
	MOVE SPACES TO WS-D-REMARK.
	WRITE EMPLCRPT-LINE FROM WS-DIST-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

6000-WRITE-JOURNAL.
	MOVE SPACES TO GLJRN-RECORD.
	SET GLJ-HEADER TO TRUE.
	MOVE 'EMPLCD' TO GLJ-SOURCE.
	MOVE WS-PERIOD TO GLJ-PERIOD.
	MOVE WS-RUN-DATE-NUM TO GLJ-RUN-DATE.
	MOVE WS-MONTH-END TO GLJ-JOURNAL-DATE.
	PERFORM 6900-WRITE-JOURNAL-RECORD.
	PERFORM 6100-WRITE-DEBIT
		VARYING WS-CC-IDX FROM 1 BY 1
		UNTIL WS-CC-IDX > WS-CC-TABLE-COUNT.
	IF WS-DEBIT-TOTAL > ZERO
		MOVE SPACES TO GLJRN-RECORD
		SET GLJ-DETAIL TO TRUE
		MOVE SPACES TO GLJ-COST-CENTER
		MOVE LCD-ACCRUAL-ACCOUNT TO GLJ-ACCOUNT
		SET GLJ-CREDIT TO TRUE
		MOVE WS-DEBIT-TOTAL TO GLJ-AMOUNT
		STRING 'ACCRUED SALARIES ' WS-PERIOD-DISPLAY
			DELIMITED BY SIZE INTO GLJ-DESCRIPTION
		END-STRING
		PERFORM 6900-WRITE-JOURNAL-RECORD
		ADD 1 TO WS-JOURNAL-DETAIL-COUNT
		ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
	END-IF.
	MOVE SPACES TO GLJRN-RECORD.
	SET GLJ-TRAILER TO TRUE.
	MOVE WS-JOURNAL-DETAIL-COUNT TO GLJ-RECORD-COUNT.
	MOVE WS-DEBIT-TOTAL TO GLJ-DEBIT-TOTAL.
	MOVE WS-CREDIT-TOTAL TO GLJ-CREDIT-TOTAL.
	PERFORM 6900-WRITE-JOURNAL-RECORD.

6100-WRITE-DEBIT.
	IF WS-CC-AMOUNT (WS-CC-IDX) > ZERO
		MOVE SPACES TO GLJRN-RECORD
		SET GLJ-DETAIL TO TRUE
		MOVE WS-CC-CODE (WS-CC-IDX) TO GLJ-COST-CENTER
		MOVE LCD-EXPENSE-ACCOUNT TO GLJ-ACCOUNT
		SET GLJ-DEBIT TO TRUE
		MOVE WS-CC-AMOUNT (WS-CC-IDX) TO GLJ-AMOUNT
		STRING 'SALARY EXPENSE ' WS-PERIOD-DISPLAY
			DELIMITED BY SIZE INTO GLJ-DESCRIPTION
		END-STRING
		PERFORM 6900-WRITE-JOURNAL-RECORD
		ADD 1 TO WS-JOURNAL-DETAIL-COUNT
		ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
	END-IF.

6900-WRITE-JOURNAL-RECORD.
	WRITE GLJRN-RECORD.
	IF WS-GLJRNL-STATUS NOT = '00'
		DISPLAY 'EMPLCDST: GLJRNL WRITE FAILED - FILE STATUS ' WS-GLJRNL-STATUS
		MOVE 36 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

7000-WRITE-CONTROL-TOTALS.
	MOVE 'EMPPF ANNUAL SALARY (NOT TERMINATED)...: ' TO WS-AM-LABEL.
	MOVE WS-ANNUAL-TOTAL TO WS-AM-AMOUNT.
	WRITE EMPLCRPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'FULL-MONTH SALARY BASE (ANNUAL / 12)...: ' TO WS-AM-LABEL.
	MOVE WS-BASE-TOTAL TO WS-AM-AMOUNT.
	WRITE EMPLCRPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'PRORATION ADJUSTMENTS..................: ' TO WS-AM-LABEL.
	MOVE WS-ADJUST-TOTAL TO WS-AM-AMOUNT.
	WRITE EMPLCRPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'DISTRIBUTED TO COST CENTERS............: ' TO WS-AM-LABEL.
	MOVE WS-CC-DIST-TOTAL TO WS-AM-AMOUNT.
	WRITE EMPLCRPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'JOURNAL DEBITS.........................: ' TO WS-AM-LABEL.
	MOVE WS-DEBIT-TOTAL TO WS-AM-AMOUNT.
	WRITE EMPLCRPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'JOURNAL CREDITS........................: ' TO WS-AM-LABEL.
	MOVE WS-CREDIT-TOTAL TO WS-AM-AMOUNT.
	WRITE EMPLCRPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
	COMPUTE WS-TIE-CHECK = WS-BASE-TOTAL + WS-ADJUST-TOTAL - WS-DIST-TOTAL.
	IF WS-TIE-CHECK NOT = ZERO
		OR WS-CC-DIST-TOTAL NOT = WS-DIST-TOTAL
		OR WS-DEBIT-TOTAL NOT = WS-DIST-TOTAL
		OR WS-CREDIT-TOTAL NOT = WS-DEBIT-TOTAL
		SET REGISTER-OUT-OF-BALANCE TO TRUE
		MOVE '*** OUT OF BALANCE - DO NOT LOAD THIS JOURNAL ***' TO WS-NT-TEXT
	ELSE
		MOVE 'REGISTER TIES TO EMPPF SALARY AND THE JOURNAL BALANCES' TO WS-NT-TEXT
	END-IF.
	WRITE EMPLCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPLCRPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPLCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPPF RECORDS READ.....................: ' TO WS-SM-LABEL.
	MOVE WS-EMPPF-READ-COUNT TO WS-SM-COUNT.
	WRITE EMPLCRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPLOYEES WITH COST IN PERIOD..........: ' TO WS-SM-LABEL.
	MOVE WS-COSTED-COUNT TO WS-SM-COUNT.
	WRITE EMPLCRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'PRORATED OR SPLIT EMPLOYEES............: ' TO WS-SM-LABEL.
	MOVE WS-PRORATED-COUNT TO WS-SM-COUNT.
	WRITE EMPLCRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'NO HISTORY BEFORE PERIOD - ESTIMATED...: ' TO WS-SM-LABEL.
	MOVE WS-ESTIMATED-COUNT TO WS-SM-COUNT.
	WRITE EMPLCRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'DELETED EMPLOYEES COSTED FROM EMPHIST..: ' TO WS-SM-LABEL.
	MOVE WS-DELETED-COUNT TO WS-SM-COUNT.
	WRITE EMPLCRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'DEPARTMENTS CHARGED TO SUSPENSE........: ' TO WS-SM-LABEL.
	MOVE WS-SUSPENSE-DEPT-COUNT TO WS-SM-COUNT.
	WRITE EMPLCRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'JOURNAL DETAIL RECORDS WRITTEN.........: ' TO WS-SM-LABEL.
	MOVE WS-JOURNAL-DETAIL-COUNT TO WS-SM-COUNT.
	WRITE EMPLCRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPLCDST: EMPPF RECORDS READ - ' WS-EMPPF-READ-COUNT.
	DISPLAY 'EMPLCDST: AMOUNT DISTRIBUTED - ' WS-DIST-TOTAL.
	DISPLAY 'EMPLCDST: JOURNAL DETAIL RECORDS - ' WS-JOURNAL-DETAIL-COUNT.
	IF REGISTER-OUT-OF-BALANCE
		DISPLAY 'EMPLCDST: REGISTER OUT OF BALANCE - JOURNAL MUST NOT BE LOADED'
	END-IF.
	IF WS-SUSPENSE-DEPT-COUNT > ZERO
		DISPLAY 'EMPLCDST: ' WS-SUSPENSE-DEPT-COUNT
			' DEPARTMENTS HAVE NO COST CENTER - CHARGED TO SUSPENSE ' LCD-SUSPENSE-CC
	END-IF.

7500-WRITE-FINAL-PAGE.
	WRITE EMPLCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPLCRPT-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

8000-CLOSE-FILES.
	CLOSE LCDCARD.
	CLOSE EMPPF.
	CLOSE EMPHIST.
	CLOSE DEPTPF.
	CLOSE GLJRNL.
	CLOSE EMPLCRPT.

9999-ABEND.
	DISPLAY 'EMPLCDST: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
