       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPPTOST.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT EMPPF ASSIGN TO EMPPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPNO
		ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.

		SELECT DEPTPF ASSIGN TO DEPTPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS WS-DEPTPF-STATUS.

		SELECT OPTIONAL PTOBAL ASSIGN TO PTOBAL
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PTO-EMPNO
		FILE STATUS IS WS-PTOBAL-STATUS.

		SELECT SORTWK ASSIGN TO SORTWK.

		SELECT EMPPTSRP ASSIGN TO EMPPTSRP
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD DEPTPF
		LABEL RECORDS ARE STANDARD.
	COPY DEPTPFREC.

	FD PTOBAL
		LABEL RECORDS ARE STANDARD.
	COPY PTOBALREC.

	SD SORTWK.
	01 SORT-RECORD.
		05 SORT-DEPT		PIC X(4).
		05 SORT-EMPNO		PIC X(6).
		05 SORT-LAST-NAME	PIC X(15).
		05 SORT-FIRST-NAME	PIC X(10).

	FD EMPPTSRP
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPPTSRP-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-FILE-STATUS		PIC X(2).
	01 WS-DEPTPF-STATUS		PIC X(2).
	01 WS-PTOBAL-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-EOF-SWITCH		PIC X VALUE 'N'.
		88 EMPPF-EOF		VALUE 'Y'.
	01 WS-SORT-EOF-SWITCH		PIC X VALUE 'N'.
		88 SORT-EOF		VALUE 'Y'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-DISPLAY		PIC X(10).

	01 WS-ACCRUAL-MONTH-WORK	PIC 9(6).
	01 WS-ACCRUAL-MONTH-PARTS REDEFINES WS-ACCRUAL-MONTH-WORK.
		05 WS-ACCRUAL-YYYY	PIC 9(4).
		05 WS-ACCRUAL-MM	PIC 9(2).

	01 WS-PAGE-NUMBER		PIC 9(4) VALUE ZERO.
	01 WS-LINE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-LINES-PER-PAGE		PIC 9(3) VALUE 55.

	01 WS-CURRENT-DEPT		PIC X(4).
	01 WS-DEPT-COUNT		PIC 9(5) VALUE ZERO.
	01 WS-DEPT-VAC-TOTAL		PIC 9(7)V99 VALUE ZERO.
	01 WS-DEPT-SICK-TOTAL		PIC 9(7)V99 VALUE ZERO.
	01 WS-GRAND-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-GRAND-VAC-TOTAL		PIC 9(7)V99 VALUE ZERO.
	01 WS-GRAND-SICK-TOTAL		PIC 9(7)V99 VALUE ZERO.
	01 WS-NO-RECORD-COUNT		PIC 9(7) VALUE ZERO.

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'PTO BALANCE STATEMENT BY DEPARTMENT'.
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-DEPT-HEADING-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(12) VALUE 'DEPARTMENT: '.
		05 WS-DH-DEPT		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-DH-DEPT-NAME	PIC X(25) VALUE SPACES.
		05 FILLER		PIC X(88) VALUE SPACES.

	01 WS-HEADING-LINE-2.
		05 FILLER		PIC X(37) VALUE SPACES.
		05 FILLER		PIC X(33) VALUE '------- VACATION HOURS -------'.
		05 FILLER		PIC X(33) VALUE '--------- SICK HOURS ---------'.
		05 FILLER		PIC X(10) VALUE 'LAST'.
		05 FILLER		PIC X(19) VALUE SPACES.

	01 WS-HEADING-LINE-3.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(8)  VALUE 'EMP NO'.
		05 FILLER		PIC X(28) VALUE 'EMPLOYEE NAME'.
		05 FILLER		PIC X(11) VALUE ' BALANCE'.
		05 FILLER		PIC X(11) VALUE 'YTD ACCR'.
		05 FILLER		PIC X(11) VALUE 'YTD USED'.
		05 FILLER		PIC X(11) VALUE ' BALANCE'.
		05 FILLER		PIC X(11) VALUE 'YTD ACCR'.
		05 FILLER		PIC X(11) VALUE 'YTD USED'.
		05 FILLER		PIC X(10) VALUE 'ACCRUAL'.
		05 FILLER		PIC X(19) VALUE 'REMARKS'.

	01 WS-DETAIL-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-D-EMPNO		PIC X(6).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-NAME		PIC X(26).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-AMOUNTS.
			10 WS-D-VAC-BAL		PIC Z,ZZ9.99.
			10 FILLER		PIC X(3).
			10 WS-D-VAC-ACCR	PIC Z,ZZ9.99.
			10 FILLER		PIC X(3).
			10 WS-D-VAC-USED	PIC Z,ZZ9.99.
			10 FILLER		PIC X(3).
			10 WS-D-SICK-BAL	PIC Z,ZZ9.99.
			10 FILLER		PIC X(3).
			10 WS-D-SICK-ACCR	PIC Z,ZZ9.99.
			10 FILLER		PIC X(3).
			10 WS-D-SICK-USED	PIC Z,ZZ9.99.
			10 FILLER		PIC X(3).
			10 WS-D-LAST-ACCRUAL	PIC X(7).
			10 FILLER		PIC X(3).
		05 WS-D-REMARKS		PIC X(19).

	01 WS-SUBTOTAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(16) VALUE 'DEPT TOTAL FOR '.
		05 WS-S-DEPT		PIC X(4).
		05 FILLER		PIC X(14) VALUE ' - EMPLOYEES: '.
		05 WS-S-COUNT		PIC ZZ,ZZ9.
		05 FILLER		PIC X(18) VALUE '  VACATION HOURS: '.
		05 WS-S-VAC-HOURS	PIC ZZZ,ZZ9.99.
		05 FILLER		PIC X(14) VALUE '  SICK HOURS: '.
		05 WS-S-SICK-HOURS	PIC ZZZ,ZZ9.99.
		05 FILLER		PIC X(39) VALUE SPACES.

	01 WS-GRAND-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(25) VALUE 'COMPANY TOTAL - EMPLOYEES'.
		05 FILLER		PIC X(2)  VALUE ': '.
		05 WS-G-COUNT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(18) VALUE '  VACATION HOURS: '.
		05 WS-G-VAC-HOURS	PIC Z,ZZZ,ZZ9.99.
		05 FILLER		PIC X(14) VALUE '  SICK HOURS: '.
		05 WS-G-SICK-HOURS	PIC Z,ZZZ,ZZ9.99.
		05 FILLER		PIC X(41) VALUE SPACES.

	01 WS-NO-RECORD-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(28) VALUE 'EMPLOYEES WITH NO PTO RECORD'.
		05 FILLER		PIC X(2)  VALUE ': '.
		05 WS-NR-COUNT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(94) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF PTO BALANCE STATEMENT ***'.
		05 FILLER		PIC X(81) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN SECTION.
0000-MAIN-PROCESS.
	PERFORM 8000-OPEN-FILES.
	SORT SORTWK
		ON ASCENDING KEY SORT-DEPT SORT-EMPNO
		INPUT PROCEDURE IS 2000-RELEASE-INPUT
		OUTPUT PROCEDURE IS 5000-PRINT-REPORT.
	IF SORT-RETURN NOT = ZERO
		DISPLAY 'EMPPTOST: SORT FAILED - SORT-RETURN ' SORT-RETURN
		MOVE 28 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	PERFORM 8900-CLOSE-FILES.
	STOP RUN.

2000-RELEASE-INPUT SECTION.
2000-RELEASE-EMPLOYEES.
	PERFORM 8100-READ-EMPPF.
	PERFORM UNTIL EMPPF-EOF
		IF NOT EMP-TERMINATED
			MOVE EMP-DEPT TO SORT-DEPT
			MOVE EMPNO TO SORT-EMPNO
			MOVE EMP-LAST-NAME TO SORT-LAST-NAME
			MOVE EMP-FIRST-NAME TO SORT-FIRST-NAME
			RELEASE SORT-RECORD
		END-IF
		PERFORM 8100-READ-EMPPF
	END-PERFORM.

5000-PRINT-REPORT SECTION.
5000-REPORT-EMPLOYEES.
	MOVE LOW-VALUES TO WS-CURRENT-DEPT.
	RETURN SORTWK
		AT END SET SORT-EOF TO TRUE
	END-RETURN.
	PERFORM UNTIL SORT-EOF
		IF SORT-DEPT NOT = WS-CURRENT-DEPT
			IF WS-CURRENT-DEPT NOT = LOW-VALUES
				PERFORM 8400-PRINT-DEPT-SUBTOTAL
			END-IF
			MOVE SORT-DEPT TO WS-CURRENT-DEPT
			PERFORM 8300-START-DEPT-PAGE
		END-IF
		PERFORM 8350-PRINT-DETAIL
		RETURN SORTWK
			AT END SET SORT-EOF TO TRUE
		END-RETURN
	END-PERFORM.
	IF WS-CURRENT-DEPT NOT = LOW-VALUES
		PERFORM 8400-PRINT-DEPT-SUBTOTAL
	END-IF.
	PERFORM 8500-PRINT-GRAND-TOTAL.

8000-UTILITY SECTION.
8000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN INPUT EMPPF.
	EVALUATE WS-FILE-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPPTOST: EMPPF NOT FOUND - FILE STATUS 35'
			MOVE 8 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPPTOST: UNEXPECTED OPEN STATUS ' WS-FILE-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT DEPTPF.
	EVALUATE WS-DEPTPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPPTOST: DEPTPF NOT FOUND - FILE STATUS 35'
			MOVE 16 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPPTOST: UNEXPECTED DEPTPF OPEN STATUS ' WS-DEPTPF-STATUS
			MOVE 16 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT PTOBAL.
	IF WS-PTOBAL-STATUS NOT = '00' AND WS-PTOBAL-STATUS NOT = '05'
		DISPLAY 'EMPPTOST: PTOBAL OPEN FAILED - FILE STATUS ' WS-PTOBAL-STATUS
		MOVE 18 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT EMPPTSRP.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPPTOST: EMPPTSRP OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

8100-READ-EMPPF.
	READ EMPPF NEXT RECORD.
	EVALUATE WS-FILE-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET EMPPF-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPPTOST: UNEXPECTED READ STATUS ' WS-FILE-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

8300-START-DEPT-PAGE.
	MOVE ZERO TO WS-DEPT-COUNT.
	MOVE ZERO TO WS-DEPT-VAC-TOTAL.
	MOVE ZERO TO WS-DEPT-SICK-TOTAL.
	MOVE WS-CURRENT-DEPT TO WS-DH-DEPT.
	MOVE WS-CURRENT-DEPT TO DEPT-CODE.
	READ DEPTPF
		INVALID KEY
			MOVE '** NOT ON DEPT MASTER **' TO WS-DH-DEPT-NAME
		NOT INVALID KEY
			MOVE DEPT-NAME TO WS-DH-DEPT-NAME
	END-READ.
	PERFORM 8320-WRITE-PAGE-HEADINGS.

8320-WRITE-PAGE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPPTSRP-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPPTSRP-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	WRITE EMPPTSRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTSRP-LINE FROM WS-DEPT-HEADING-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTSRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTSRP-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.
	WRITE EMPPTSRP-LINE FROM WS-HEADING-LINE-3 AFTER ADVANCING 1 LINE.
	WRITE EMPPTSRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 7 TO WS-LINE-COUNT.

8350-PRINT-DETAIL.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		PERFORM 8320-WRITE-PAGE-HEADINGS
	END-IF.
	MOVE SPACES TO WS-DETAIL-LINE.
	MOVE SORT-EMPNO TO WS-D-EMPNO.
	STRING SORT-FIRST-NAME DELIMITED BY SPACE
		' ' DELIMITED BY SIZE
		SORT-LAST-NAME DELIMITED BY SIZE
		INTO WS-D-NAME
	END-STRING.
	MOVE SORT-EMPNO TO PTO-EMPNO.
	READ PTOBAL
		INVALID KEY
			MOVE 'NO PTO RECORD' TO WS-D-REMARKS
			ADD 1 TO WS-NO-RECORD-COUNT
		NOT INVALID KEY
			PERFORM 8360-FORMAT-BALANCES
	END-READ.
	WRITE EMPPTSRP-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.
	ADD 1 TO WS-DEPT-COUNT.
	ADD 1 TO WS-GRAND-COUNT.

8360-FORMAT-BALANCES.
	MOVE PTO-VAC-BALANCE TO WS-D-VAC-BAL.
	MOVE PTO-VAC-YTD-ACCRUED TO WS-D-VAC-ACCR.
	MOVE PTO-VAC-YTD-USED TO WS-D-VAC-USED.
	MOVE PTO-SICK-BALANCE TO WS-D-SICK-BAL.
	MOVE PTO-SICK-YTD-ACCRUED TO WS-D-SICK-ACCR.
	MOVE PTO-SICK-YTD-USED TO WS-D-SICK-USED.
	IF PTO-LAST-ACCRUAL-MONTH > ZERO
		MOVE PTO-LAST-ACCRUAL-MONTH TO WS-ACCRUAL-MONTH-WORK
		STRING WS-ACCRUAL-MM '/' WS-ACCRUAL-YYYY
			DELIMITED BY SIZE INTO WS-D-LAST-ACCRUAL
		END-STRING
	ELSE
		MOVE 'NONE' TO WS-D-LAST-ACCRUAL
	END-IF.
	IF PTO-BALANCE-YEAR < WS-RUN-YYYY
		MOVE 'PRIOR YEAR FIGURES' TO WS-D-REMARKS
	END-IF.
	ADD PTO-VAC-BALANCE TO WS-DEPT-VAC-TOTAL.
	ADD PTO-SICK-BALANCE TO WS-DEPT-SICK-TOTAL.
	ADD PTO-VAC-BALANCE TO WS-GRAND-VAC-TOTAL.
	ADD PTO-SICK-BALANCE TO WS-GRAND-SICK-TOTAL.

8400-PRINT-DEPT-SUBTOTAL.
	MOVE WS-CURRENT-DEPT TO WS-S-DEPT.
	MOVE WS-DEPT-COUNT TO WS-S-COUNT.
	MOVE WS-DEPT-VAC-TOTAL TO WS-S-VAC-HOURS.
	MOVE WS-DEPT-SICK-TOTAL TO WS-S-SICK-HOURS.
	WRITE EMPPTSRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTSRP-LINE FROM WS-SUBTOTAL-LINE AFTER ADVANCING 1 LINE.
	ADD 2 TO WS-LINE-COUNT.

8500-PRINT-GRAND-TOTAL.
	IF WS-PAGE-NUMBER = ZERO
		PERFORM 8320-WRITE-PAGE-HEADINGS
	END-IF.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	WRITE EMPPTSRP-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE.
	WRITE EMPPTSRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE WS-GRAND-COUNT TO WS-G-COUNT.
	MOVE WS-GRAND-VAC-TOTAL TO WS-G-VAC-HOURS.
	MOVE WS-GRAND-SICK-TOTAL TO WS-G-SICK-HOURS.
	WRITE EMPPTSRP-LINE FROM WS-GRAND-LINE AFTER ADVANCING 1 LINE.
	MOVE WS-NO-RECORD-COUNT TO WS-NR-COUNT.
	WRITE EMPPTSRP-LINE FROM WS-NO-RECORD-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTSRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPTSRP-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPPTOST: EMPLOYEES LISTED - ' WS-GRAND-COUNT.

8900-CLOSE-FILES.
	CLOSE EMPPF.
	CLOSE DEPTPF.
	CLOSE PTOBAL.
	CLOSE EMPPTSRP.

9999-ABEND.
	DISPLAY 'EMPPTOST: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
