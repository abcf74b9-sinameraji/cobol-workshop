       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPPROJ.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PROJCARD ASSIGN TO PROJCARD
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-CARD-STATUS.

		SELECT EMPPF ASSIGN TO EMPPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPNO
		ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
		FILE STATUS IS WS-EMPPF-STATUS.

		SELECT EMPPEND ASSIGN TO EMPPEND
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PEND-STATUS.

		SELECT EMPPROJ ASSIGN TO EMPPROJ
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PRJ-EMPNO
		FILE STATUS IS WS-PROJ-STATUS.

		SELECT EMPPJRPT ASSIGN TO EMPPJRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD PROJCARD
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	01 PROJCARD-RECORD.
		05 PROJ-AS-OF-DATE	PIC 9(8).
		05 FILLER		PIC X(72).

	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD EMPPEND
		LABEL RECORDS ARE STANDARD.
	01 EMPPEND-RECORD		PIC X(77).

	FD EMPPROJ
		LABEL RECORDS ARE STANDARD.
	01 EMPPROJ-RECORD.
		05 PRJ-EMPNO		PIC X(6).
		05 FILLER		PIC X(62).

	FD EMPPJRPT
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPPJRPT-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-CARD-STATUS		PIC X(2).
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-PEND-STATUS		PIC X(2).
	01 WS-PROJ-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-EMPPF-EOF-SWITCH		PIC X VALUE 'N'.
		88 EMPPF-EOF		VALUE 'Y'.
	01 WS-PEND-EOF-SWITCH		PIC X VALUE 'N'.
		88 PEND-EOF		VALUE 'Y'.
	01 WS-PEND-FILE-SWITCH		PIC X VALUE 'Y'.
		88 PEND-FILE-PRESENT	VALUE 'Y'.
	01 WS-PROJ-EOF-SWITCH		PIC X VALUE 'N'.
		88 PROJ-EOF		VALUE 'Y'.
	01 WS-TRAN-VALID-SWITCH	PIC X.
		88 TRAN-VALID		VALUE 'Y'.
		88 TRAN-INVALID		VALUE 'N'.
	01 WS-REPORT-PART-SWITCH	PIC X VALUE 'F'.
		88 PRINTING-FAILURES	VALUE 'F'.
		88 PRINTING-CHANGES	VALUE 'C'.
		88 PRINTING-DEPARTMENTS	VALUE 'D'.
	01 WS-SLOT-SWITCH		PIC X.
		88 SLOT-FOUND		VALUE 'Y'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	COPY EMPTRANREC.

	01 WS-PRJ-EMP.
		05 WS-PE-EMPNO		PIC X(6).
		05 WS-PE-NAME.
			10 WS-PE-LAST-NAME	PIC X(15).
			10 WS-PE-FIRST-NAME	PIC X(10).
		05 WS-PE-DEPT		PIC X(4).
		05 WS-PE-HIRE-DATE.
			10 WS-PE-HIRE-YYYY	PIC 9(4).
			10 WS-PE-HIRE-MM	PIC 9(2).
			10 WS-PE-HIRE-DD	PIC 9(2).
		05 WS-PE-SALARY		PIC 9(7)V99.
		05 WS-PE-STATUS		PIC X(1).
			88 WS-PE-ACTIVE		VALUE 'A'.
			88 WS-PE-ON-LEAVE	VALUE 'L'.
			88 WS-PE-TERMINATED	VALUE 'T'.
		05 WS-PE-TERM-DATE	PIC 9(8).
		05 WS-PE-GRADE		PIC X(1).
		05 WS-PE-SUPV-EMPNO	PIC X(6).

	01 WS-SUPV-EMP.
		05 FILLER		PIC X(52).
		05 WS-SE-STATUS		PIC X(1).
			88 WS-SE-TERMINATED	VALUE 'T'.
		05 FILLER		PIC X(15).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
					PIC 9(8).
	01 WS-RUN-DATE-DISPLAY		PIC X(10).
	01 WS-DATE-WORK		PIC 9(8).
	01 WS-DATE-DISPLAY		PIC X(10).
	01 WS-AS-OF-DATE		PIC 9(8).
	01 WS-AS-OF-DISPLAY		PIC X(10).

	01 WS-PAGE-NUMBER		PIC 9(4) VALUE ZERO.
	01 WS-LINE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-LINES-PER-PAGE		PIC 9(3) VALUE 55.

	01 WS-EMPPF-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-PEND-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-LATER-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-APPLIED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-FAIL-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-CHANGED-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-DONE-COUNT		PIC 9(5) VALUE ZERO.

	01 WS-PT-COUNT			PIC 9(5) VALUE ZERO.
	01 WS-SCAN-SUB			PIC 9(5).
	01 WS-LOW-SUB			PIC 9(5).
	01 WS-LOW-DATE			PIC 9(8).
	01 WS-PEND-TABLE.
		05 WS-PT-ENTRY OCCURS 2000 TIMES.
			10 WS-PT-EFF-DATE	PIC 9(8).
			10 WS-PT-DONE		PIC X(1).
			10 WS-PT-IMAGE		PIC X(77).

	01 WS-TODAY-KEY		PIC X(6).
	01 WS-PROJ-KEY			PIC X(6).
	01 WS-FAIL-REASON		PIC X(50).

	01 WS-LOOKUP-DEPT		PIC X(4).
	01 WS-INS-SUB			PIC 9(3).
	01 WS-PREV-SUB			PIC 9(3).
	01 WS-DEPT-TABLE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-DEPT-TABLE.
		05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
			10 WS-DEPT-CODE		PIC X(4).
			10 WS-DEPT-TODAY-HC	PIC 9(5).
			10 WS-DEPT-TODAY-SAL	PIC 9(11)V99.
			10 WS-DEPT-PROJ-HC	PIC 9(5).
			10 WS-DEPT-PROJ-SAL	PIC 9(11)V99.

	01 WS-TOTALS.
		05 WS-TOT-TODAY-HC	PIC 9(5) VALUE ZERO.
		05 WS-TOT-TODAY-SAL	PIC 9(11)V99 VALUE ZERO.
		05 WS-TOT-PROJ-HC	PIC 9(5) VALUE ZERO.
		05 WS-TOT-PROJ-SAL	PIC 9(11)V99 VALUE ZERO.
	01 WS-HC-CHANGE		PIC S9(5).
	01 WS-SAL-CHANGE		PIC S9(11)V99.

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'PROJECTED ROSTER REPORT'.
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-AS-OF-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(7)  VALUE 'AS OF: '.
		05 WS-A-AS-OF-DATE	PIC X(10).
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 WS-A-SECTION-TITLE	PIC X(60).
		05 FILLER		PIC X(50) VALUE SPACES.

	01 WS-FAIL-HEADING-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(9)  VALUE 'EMP NO'.
		05 FILLER		PIC X(5)  VALUE 'CODE'.
		05 FILLER		PIC X(12) VALUE 'EFF DATE'.
		05 FILLER		PIC X(50) VALUE 'WOULD FAIL BECAUSE'.
		05 FILLER		PIC X(55) VALUE SPACES.

	01 WS-CHANGE-HEADING-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(8)  VALUE 'EMP NO'.
		05 FILLER		PIC X(24) VALUE 'NAME'.
		05 FILLER		PIC X(31) VALUE 'TODAY: DEPT S G  SALARY'.
		05 FILLER		PIC X(31) VALUE 'PROJ:  DEPT S G  SALARY'.
		05 FILLER		PIC X(12) VALUE 'CHANGE'.
		05 FILLER		PIC X(25) VALUE SPACES.

	01 WS-DEPT-HEADING-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(6)  VALUE 'DEPT'.
		05 FILLER		PIC X(8)  VALUE '  TODAY'.
		05 FILLER		PIC X(20) VALUE '        TODAY SALARY'.
		05 FILLER		PIC X(8)  VALUE '   PROJ'.
		05 FILLER		PIC X(20) VALUE '         PROJ SALARY'.
		05 FILLER		PIC X(9)  VALUE '   CHANGE'.
		05 FILLER		PIC X(21) VALUE '       SALARY CHANGE'.
		05 FILLER		PIC X(39) VALUE SPACES.

	01 WS-FAIL-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-F-EMPNO		PIC X(6).
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-F-TRAN-CODE	PIC X(1).
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-F-EFF-DATE	PIC X(10).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-F-REASON		PIC X(50).
		05 FILLER		PIC X(55) VALUE SPACES.

	01 WS-CHANGE-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-C-EMPNO		PIC X(6).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-C-NAME		PIC X(22).
		05 FILLER		PIC X(9) VALUE SPACES.
		05 WS-C-TODAY-DEPT	PIC X(4).
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-C-TODAY-STATUS	PIC X(1).
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-C-TODAY-GRADE	PIC X(1).
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-C-TODAY-SALARY	PIC Z,ZZZ,ZZ9.99.
		05 FILLER		PIC X(10) VALUE SPACES.
		05 WS-C-PROJ-DEPT	PIC X(4).
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-C-PROJ-STATUS	PIC X(1).
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-C-PROJ-GRADE	PIC X(1).
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-C-PROJ-SALARY	PIC Z,ZZZ,ZZ9.99.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-C-CHANGE		PIC X(12).
		05 FILLER		PIC X(25) VALUE SPACES.

	01 WS-DEPT-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-DL-DEPT		PIC X(6).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-DL-TODAY-HC	PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-DL-TODAY-SAL	PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-DL-PROJ-HC	PIC ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-DL-PROJ-SAL	PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-DL-HC-CHANGE	PIC -ZZ,ZZ9.
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-DL-SAL-CHANGE	PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
		05 FILLER		PIC X(39) VALUE SPACES.

	01 WS-NONE-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(4)  VALUE 'NONE'.
		05 FILLER		PIC X(127) VALUE SPACES.

	01 WS-SUMMARY-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-S-LABEL		PIC X(40).
		05 WS-S-COUNT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(84) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF PROJECTED ROSTER REPORT ***'.
		05 FILLER		PIC X(81) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-OPEN-FILES.
	PERFORM 1500-READ-CONTROL-CARD.
	PERFORM 1600-BUILD-WORKING-COPY.
	PERFORM 1700-LOAD-PENDING.
	SET PRINTING-FAILURES TO TRUE.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 3000-APPLY-NEXT-TRANSACTION
		UNTIL WS-DONE-COUNT = WS-PT-COUNT.
	IF WS-FAIL-COUNT = ZERO
		WRITE EMPPJRPT-LINE FROM WS-NONE-LINE AFTER ADVANCING 1 LINE
		ADD 1 TO WS-LINE-COUNT
	END-IF.
	SET PRINTING-CHANGES TO TRUE.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 5000-COMPARE-ROSTERS.
	IF WS-CHANGED-COUNT = ZERO
		WRITE EMPPJRPT-LINE FROM WS-NONE-LINE AFTER ADVANCING 1 LINE
		ADD 1 TO WS-LINE-COUNT
	END-IF.
	SET PRINTING-DEPARTMENTS TO TRUE.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 6000-PRINT-DEPARTMENT
		VARYING WS-DEPT-IDX FROM 1 BY 1
		UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-COUNT.
	PERFORM 6500-PRINT-TOTAL-LINE.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 7500-WRITE-FINAL-PAGE.
	PERFORM 8000-CLOSE-FILES.
	IF WS-FAIL-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN INPUT PROJCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPPROJ: PROJCARD OPEN FAILED - FILE STATUS ' WS-CARD-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT EMPPF.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPPROJ: EMPPF NOT FOUND - FILE STATUS 35'
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPPROJ: UNEXPECTED EMPPF OPEN STATUS ' WS-EMPPF-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT EMPPEND.
	EVALUATE WS-PEND-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPPROJ: NO PENDING FILE - PROJECTING FROM EMPPF ALONE'
			MOVE 'N' TO WS-PEND-FILE-SWITCH
		WHEN OTHER
			DISPLAY 'EMPPROJ: EMPPEND OPEN FAILED - FILE STATUS ' WS-PEND-STATUS
			MOVE 16 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN OUTPUT EMPPJRPT.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPPROJ: EMPPJRPT OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 24 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1500-READ-CONTROL-CARD.
	READ PROJCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPPROJ: NO CONTROL CARD - FILE STATUS ' WS-CARD-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF PROJ-AS-OF-DATE NOT NUMERIC OR PROJ-AS-OF-DATE = ZEROS
		DISPLAY 'EMPPROJ: AS-OF DATE MISSING OR NOT NUMERIC - '
			PROJCARD-RECORD (1:8)
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF PROJ-AS-OF-DATE < WS-RUN-DATE-NUM
		DISPLAY 'EMPPROJ: AS-OF DATE ' PROJ-AS-OF-DATE
			' BEFORE RUN DATE ' WS-RUN-DATE-NUM ' - RUN REFUSED'
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE PROJ-AS-OF-DATE TO WS-AS-OF-DATE.
	MOVE WS-AS-OF-DATE TO WS-DATE-WORK.
	PERFORM 5800-FORMAT-DATE.
	MOVE WS-DATE-DISPLAY TO WS-AS-OF-DISPLAY.
	CLOSE PROJCARD.

1600-BUILD-WORKING-COPY.
	OPEN OUTPUT EMPPROJ.
	IF WS-PROJ-STATUS NOT = '00'
		DISPLAY 'EMPPROJ: EMPPROJ OPEN FAILED - FILE STATUS ' WS-PROJ-STATUS
		MOVE 28 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE LOW-VALUES TO EMPNO.
	START EMPPF KEY IS NOT LESS THAN EMPNO
		INVALID KEY
			SET EMPPF-EOF TO TRUE
	END-START.
	IF NOT EMPPF-EOF
		PERFORM 2000-READ-EMPPF
	END-IF.
	PERFORM UNTIL EMPPF-EOF
		WRITE EMPPROJ-RECORD FROM EMPPF-RECORD
		IF WS-PROJ-STATUS NOT = '00'
			DISPLAY 'EMPPROJ: EMPPROJ WRITE FAILED - FILE STATUS ' WS-PROJ-STATUS
				' EMPNO ' EMPNO
			MOVE 44 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		END-IF
		PERFORM 2000-READ-EMPPF
	END-PERFORM.
	CLOSE EMPPROJ.
	OPEN I-O EMPPROJ.
	IF WS-PROJ-STATUS NOT = '00'
		DISPLAY 'EMPPROJ: EMPPROJ REOPEN FAILED - FILE STATUS ' WS-PROJ-STATUS
		MOVE 28 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1700-LOAD-PENDING.
	IF PEND-FILE-PRESENT
		PERFORM 2100-READ-PENDING
		PERFORM UNTIL PEND-EOF
			PERFORM 1750-TABLE-PENDING-ITEM
			PERFORM 2100-READ-PENDING
		END-PERFORM
	END-IF.

1750-TABLE-PENDING-ITEM.
	IF TRAN-EFF-DATE NOT NUMERIC
		MOVE ZEROS TO TRAN-EFF-DATE
	END-IF.
	IF TRAN-EFF-DATE > WS-AS-OF-DATE
		ADD 1 TO WS-LATER-COUNT
	ELSE
		IF WS-PT-COUNT >= 2000
			DISPLAY 'EMPPROJ: PENDING TABLE FULL - MORE THAN 2000 TRANSACTIONS DUE'
			MOVE 40 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		END-IF
		ADD 1 TO WS-PT-COUNT
		MOVE TRAN-EFF-DATE TO WS-PT-EFF-DATE (WS-PT-COUNT)
		MOVE 'N' TO WS-PT-DONE (WS-PT-COUNT)
		MOVE EMPTRAN-RECORD TO WS-PT-IMAGE (WS-PT-COUNT)
	END-IF.

2000-READ-EMPPF.
	READ EMPPF NEXT RECORD.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			ADD 1 TO WS-EMPPF-READ-COUNT
		WHEN '10'
			SET EMPPF-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPPROJ: UNEXPECTED EMPPF READ STATUS ' WS-EMPPF-STATUS
			MOVE 32 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

2100-READ-PENDING.
	READ EMPPEND INTO EMPTRAN-RECORD.
	EVALUATE WS-PEND-STATUS
		WHEN '00'
			ADD 1 TO WS-PEND-READ-COUNT
		WHEN '10'
			SET PEND-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPPROJ: UNEXPECTED EMPPEND READ STATUS ' WS-PEND-STATUS
			MOVE 36 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

2200-READ-PROJECTED.
	READ EMPPROJ NEXT RECORD INTO WS-PRJ-EMP.
	EVALUATE WS-PROJ-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET PROJ-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPPROJ: UNEXPECTED EMPPROJ READ STATUS ' WS-PROJ-STATUS
			MOVE 48 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-APPLY-NEXT-TRANSACTION.
	MOVE 99999999 TO WS-LOW-DATE.
	MOVE ZERO TO WS-LOW-SUB.
	PERFORM 3050-SCAN-PENDING-ENTRY
		VARYING WS-SCAN-SUB FROM 1 BY 1
		UNTIL WS-SCAN-SUB > WS-PT-COUNT.
	MOVE 'Y' TO WS-PT-DONE (WS-LOW-SUB).
	ADD 1 TO WS-DONE-COUNT.
	MOVE WS-PT-IMAGE (WS-LOW-SUB) TO EMPTRAN-RECORD.
	SET TRAN-VALID TO TRUE.
	EVALUATE TRUE
		WHEN TRAN-ADD
			PERFORM 3100-PROJECT-ADD
		WHEN TRAN-CHANGE
			PERFORM 3200-PROJECT-CHANGE
		WHEN TRAN-DELETE
			PERFORM 3300-PROJECT-DELETE
		WHEN TRAN-TERMINATE
			PERFORM 3400-PROJECT-TERMINATE
		WHEN OTHER
			MOVE 'INVALID TRANSACTION CODE' TO WS-FAIL-REASON
			PERFORM 3900-PRINT-FAILURE
	END-EVALUATE.
	IF TRAN-VALID
		ADD 1 TO WS-APPLIED-COUNT
	END-IF.

3050-SCAN-PENDING-ENTRY.
	IF WS-PT-DONE (WS-SCAN-SUB) = 'N'
			AND WS-PT-EFF-DATE (WS-SCAN-SUB) < WS-LOW-DATE
		MOVE WS-PT-EFF-DATE (WS-SCAN-SUB) TO WS-LOW-DATE
		MOVE WS-SCAN-SUB TO WS-LOW-SUB
	END-IF.

3100-PROJECT-ADD.
	MOVE TRAN-EMPNO TO PRJ-EMPNO.
	READ EMPPROJ
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE 'ADD - EMPNO ALREADY ON FILE BY THEN' TO WS-FAIL-REASON
			PERFORM 3900-PRINT-FAILURE
	END-READ.
	IF TRAN-VALID
		PERFORM 3500-CHECK-SUPERVISOR
	END-IF.
	IF TRAN-VALID
		MOVE SPACES TO WS-PRJ-EMP
		MOVE TRAN-EMPNO TO WS-PE-EMPNO
		MOVE TRAN-LAST-NAME TO WS-PE-LAST-NAME
		MOVE TRAN-FIRST-NAME TO WS-PE-FIRST-NAME
		MOVE TRAN-DEPT TO WS-PE-DEPT
		MOVE TRAN-HIRE-YYYY TO WS-PE-HIRE-YYYY
		MOVE TRAN-HIRE-MM TO WS-PE-HIRE-MM
		MOVE TRAN-HIRE-DD TO WS-PE-HIRE-DD
		MOVE TRAN-SALARY TO WS-PE-SALARY
		MOVE 'A' TO WS-PE-STATUS
		MOVE ZEROS TO WS-PE-TERM-DATE
		MOVE TRAN-GRADE TO WS-PE-GRADE
		IF NOT TRAN-SUPV-REMOVE
			MOVE TRAN-SUPV-EMPNO TO WS-PE-SUPV-EMPNO
		END-IF
		WRITE EMPPROJ-RECORD FROM WS-PRJ-EMP
		PERFORM 3800-CHECK-PROJ-UPDATE
	END-IF.

3200-PROJECT-CHANGE.
	MOVE TRAN-EMPNO TO PRJ-EMPNO.
	READ EMPPROJ INTO WS-PRJ-EMP
		INVALID KEY
			MOVE 'CHANGE - EMPLOYEE NOT ON FILE BY THEN' TO WS-FAIL-REASON
			PERFORM 3900-PRINT-FAILURE
		NOT INVALID KEY
			IF WS-PE-TERMINATED AND NOT TRAN-STATUS-ACTIVE
				MOVE 'CHANGE - EMPLOYEE TERMINATED BY THEN' TO WS-FAIL-REASON
				PERFORM 3900-PRINT-FAILURE
			END-IF
	END-READ.
	IF TRAN-VALID
		PERFORM 3500-CHECK-SUPERVISOR
	END-IF.
	IF TRAN-VALID
		MOVE TRAN-LAST-NAME TO WS-PE-LAST-NAME
		MOVE TRAN-FIRST-NAME TO WS-PE-FIRST-NAME
		MOVE TRAN-DEPT TO WS-PE-DEPT
		MOVE TRAN-HIRE-YYYY TO WS-PE-HIRE-YYYY
		MOVE TRAN-HIRE-MM TO WS-PE-HIRE-MM
		MOVE TRAN-HIRE-DD TO WS-PE-HIRE-DD
		MOVE TRAN-SALARY TO WS-PE-SALARY
		IF NOT TRAN-GRADE-UNCHANGED
			MOVE TRAN-GRADE TO WS-PE-GRADE
		END-IF
		IF TRAN-SUPV-REMOVE
			MOVE SPACES TO WS-PE-SUPV-EMPNO
		ELSE
			IF NOT TRAN-SUPV-UNCHANGED
				MOVE TRAN-SUPV-EMPNO TO WS-PE-SUPV-EMPNO
			END-IF
		END-IF
		IF TRAN-STATUS-ACTIVE OR TRAN-STATUS-LEAVE
			MOVE TRAN-STATUS TO WS-PE-STATUS
			IF TRAN-STATUS-ACTIVE
				MOVE ZEROS TO WS-PE-TERM-DATE
			END-IF
		END-IF
		REWRITE EMPPROJ-RECORD FROM WS-PRJ-EMP
		PERFORM 3800-CHECK-PROJ-UPDATE
	END-IF.

3300-PROJECT-DELETE.
	MOVE TRAN-EMPNO TO PRJ-EMPNO.
	READ EMPPROJ
		INVALID KEY
			MOVE 'DELETE - EMPLOYEE NOT ON FILE BY THEN' TO WS-FAIL-REASON
			PERFORM 3900-PRINT-FAILURE
		NOT INVALID KEY
			DELETE EMPPROJ RECORD
			PERFORM 3800-CHECK-PROJ-UPDATE
	END-READ.

3400-PROJECT-TERMINATE.
	MOVE TRAN-EMPNO TO PRJ-EMPNO.
	READ EMPPROJ INTO WS-PRJ-EMP
		INVALID KEY
			MOVE 'TERMINATE - EMPLOYEE NOT ON FILE BY THEN' TO WS-FAIL-REASON
			PERFORM 3900-PRINT-FAILURE
		NOT INVALID KEY
			IF WS-PE-TERMINATED
				MOVE 'TERMINATE - EMPLOYEE ALREADY TERMINATED BY THEN'
					TO WS-FAIL-REASON
				PERFORM 3900-PRINT-FAILURE
			ELSE
				MOVE 'T' TO WS-PE-STATUS
				EVALUATE TRUE
					WHEN TRAN-TERM-DATE IS NUMERIC AND TRAN-TERM-DATE > ZERO
						MOVE TRAN-TERM-DATE TO WS-PE-TERM-DATE
					WHEN TRAN-EFF-DATE > ZERO
						MOVE TRAN-EFF-DATE TO WS-PE-TERM-DATE
					WHEN OTHER
						MOVE WS-RUN-DATE-NUM TO WS-PE-TERM-DATE
				END-EVALUATE
				REWRITE EMPPROJ-RECORD FROM WS-PRJ-EMP
				PERFORM 3800-CHECK-PROJ-UPDATE
			END-IF
	END-READ.

3500-CHECK-SUPERVISOR.
	IF TRAN-SUPV-EMPNO NOT = SPACES AND NOT TRAN-SUPV-REMOVE
		MOVE TRAN-SUPV-EMPNO TO PRJ-EMPNO
		READ EMPPROJ INTO WS-SUPV-EMP
			INVALID KEY
				MOVE 'SUPERVISOR NOT ON FILE BY THEN' TO WS-FAIL-REASON
				PERFORM 3900-PRINT-FAILURE
			NOT INVALID KEY
				IF WS-SE-TERMINATED
					MOVE 'SUPERVISOR TERMINATED BY THEN' TO WS-FAIL-REASON
					PERFORM 3900-PRINT-FAILURE
				END-IF
		END-READ
	END-IF.

3800-CHECK-PROJ-UPDATE.
	IF WS-PROJ-STATUS NOT = '00'
		DISPLAY 'EMPPROJ: EMPPROJ UPDATE FAILED - FILE STATUS ' WS-PROJ-STATUS
			' EMPNO ' TRAN-EMPNO
		MOVE 44 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

3900-PRINT-FAILURE.
	SET TRAN-INVALID TO TRUE.
	ADD 1 TO WS-FAIL-COUNT.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE TRAN-EMPNO TO WS-F-EMPNO.
	MOVE TRAN-CODE TO WS-F-TRAN-CODE.
	IF TRAN-EFF-DATE = ZERO
		MOVE 'IMMEDIATE' TO WS-F-EFF-DATE
	ELSE
		MOVE TRAN-EFF-DATE TO WS-DATE-WORK
		PERFORM 5800-FORMAT-DATE
		MOVE WS-DATE-DISPLAY TO WS-F-EFF-DATE
	END-IF.
	MOVE WS-FAIL-REASON TO WS-F-REASON.
	WRITE EMPPJRPT-LINE FROM WS-FAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

4000-WRITE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	MOVE WS-AS-OF-DISPLAY TO WS-A-AS-OF-DATE.
	EVALUATE TRUE
		WHEN PRINTING-FAILURES
			MOVE 'PENDING TRANSACTIONS THAT WOULD FAIL' TO WS-A-SECTION-TITLE
		WHEN PRINTING-CHANGES
			MOVE 'EMPLOYEES WHOSE RECORD WOULD CHANGE' TO WS-A-SECTION-TITLE
		WHEN OTHER
			MOVE 'HEADCOUNT AND SALARY BY DEPARTMENT - TODAY AND PROJECTED'
				TO WS-A-SECTION-TITLE
	END-EVALUATE.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPPJRPT-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPPJRPT-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	WRITE EMPPJRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPJRPT-LINE FROM WS-AS-OF-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPJRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	EVALUATE TRUE
		WHEN PRINTING-FAILURES
			WRITE EMPPJRPT-LINE FROM WS-FAIL-HEADING-LINE AFTER ADVANCING 1 LINE
		WHEN PRINTING-CHANGES
			WRITE EMPPJRPT-LINE FROM WS-CHANGE-HEADING-LINE AFTER ADVANCING 1 LINE
		WHEN OTHER
			WRITE EMPPJRPT-LINE FROM WS-DEPT-HEADING-LINE AFTER ADVANCING 1 LINE
	END-EVALUATE.
	WRITE EMPPJRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 6 TO WS-LINE-COUNT.

5000-COMPARE-ROSTERS.
	MOVE 'N' TO WS-EMPPF-EOF-SWITCH.
	MOVE LOW-VALUES TO EMPNO.
	START EMPPF KEY IS NOT LESS THAN EMPNO
		INVALID KEY
			SET EMPPF-EOF TO TRUE
	END-START.
	MOVE LOW-VALUES TO PRJ-EMPNO.
	START EMPPROJ KEY IS NOT LESS THAN PRJ-EMPNO
		INVALID KEY
			SET PROJ-EOF TO TRUE
	END-START.
	MOVE ZERO TO WS-EMPPF-READ-COUNT.
	PERFORM 5100-NEXT-TODAY.
	PERFORM 5200-NEXT-PROJECTED.
	PERFORM UNTIL EMPPF-EOF AND PROJ-EOF
		EVALUATE TRUE
			WHEN WS-TODAY-KEY = WS-PROJ-KEY
				PERFORM 5300-ACCUMULATE-TODAY
				PERFORM 5400-ACCUMULATE-PROJECTED
				IF EMPPF-RECORD NOT = WS-PRJ-EMP
					PERFORM 5500-PRINT-CHANGE
				END-IF
				PERFORM 5100-NEXT-TODAY
				PERFORM 5200-NEXT-PROJECTED
			WHEN WS-TODAY-KEY < WS-PROJ-KEY
				PERFORM 5300-ACCUMULATE-TODAY
				PERFORM 5500-PRINT-CHANGE
				PERFORM 5100-NEXT-TODAY
			WHEN OTHER
				PERFORM 5400-ACCUMULATE-PROJECTED
				PERFORM 5500-PRINT-CHANGE
				PERFORM 5200-NEXT-PROJECTED
		END-EVALUATE
	END-PERFORM.

5100-NEXT-TODAY.
	IF NOT EMPPF-EOF
		PERFORM 2000-READ-EMPPF
	END-IF.
	IF EMPPF-EOF
		MOVE HIGH-VALUES TO WS-TODAY-KEY
	ELSE
		MOVE EMPNO TO WS-TODAY-KEY
	END-IF.

5200-NEXT-PROJECTED.
	IF NOT PROJ-EOF
		PERFORM 2200-READ-PROJECTED
	END-IF.
	IF PROJ-EOF
		MOVE HIGH-VALUES TO WS-PROJ-KEY
	ELSE
		MOVE WS-PE-EMPNO TO WS-PROJ-KEY
	END-IF.

5300-ACCUMULATE-TODAY.
	IF EMP-ACTIVE OR EMP-ON-LEAVE
		MOVE EMP-DEPT TO WS-LOOKUP-DEPT
		PERFORM 5600-FIND-DEPT-ENTRY
		ADD 1 TO WS-DEPT-TODAY-HC (WS-DEPT-IDX)
		ADD EMP-SALARY TO WS-DEPT-TODAY-SAL (WS-DEPT-IDX)
	END-IF.

5400-ACCUMULATE-PROJECTED.
	IF WS-PE-ACTIVE OR WS-PE-ON-LEAVE
		MOVE WS-PE-DEPT TO WS-LOOKUP-DEPT
		PERFORM 5600-FIND-DEPT-ENTRY
		ADD 1 TO WS-DEPT-PROJ-HC (WS-DEPT-IDX)
		ADD WS-PE-SALARY TO WS-DEPT-PROJ-SAL (WS-DEPT-IDX)
	END-IF.

5500-PRINT-CHANGE.
	ADD 1 TO WS-CHANGED-COUNT.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE SPACES TO WS-CHANGE-LINE.
	IF WS-TODAY-KEY <= WS-PROJ-KEY
		MOVE EMPNO TO WS-C-EMPNO
		STRING EMP-LAST-NAME DELIMITED BY '  '
			', ' DELIMITED BY SIZE
			EMP-FIRST-NAME DELIMITED BY '  '
			INTO WS-C-NAME
		END-STRING
		MOVE EMP-DEPT TO WS-C-TODAY-DEPT
		MOVE EMP-STATUS TO WS-C-TODAY-STATUS
		MOVE EMP-GRADE TO WS-C-TODAY-GRADE
		MOVE EMP-SALARY TO WS-C-TODAY-SALARY
	END-IF.
	IF WS-PROJ-KEY <= WS-TODAY-KEY
		MOVE WS-PE-EMPNO TO WS-C-EMPNO
		MOVE SPACES TO WS-C-NAME
		STRING WS-PE-LAST-NAME DELIMITED BY '  '
			', ' DELIMITED BY SIZE
			WS-PE-FIRST-NAME DELIMITED BY '  '
			INTO WS-C-NAME
		END-STRING
		MOVE WS-PE-DEPT TO WS-C-PROJ-DEPT
		MOVE WS-PE-STATUS TO WS-C-PROJ-STATUS
		MOVE WS-PE-GRADE TO WS-C-PROJ-GRADE
		MOVE WS-PE-SALARY TO WS-C-PROJ-SALARY
	END-IF.
	EVALUATE TRUE
		WHEN WS-TODAY-KEY < WS-PROJ-KEY
			MOVE 'DELETED' TO WS-C-CHANGE
		WHEN WS-PROJ-KEY < WS-TODAY-KEY
			MOVE 'NEW HIRE' TO WS-C-CHANGE
		WHEN EMP-TERMINATED AND NOT WS-PE-TERMINATED
			MOVE 'REHIRE' TO WS-C-CHANGE
		WHEN WS-PE-TERMINATED AND NOT EMP-TERMINATED
			MOVE 'TERMINATION' TO WS-C-CHANGE
		WHEN EMP-ACTIVE AND WS-PE-ON-LEAVE
			MOVE 'LEAVE START' TO WS-C-CHANGE
		WHEN EMP-ON-LEAVE AND WS-PE-ACTIVE
			MOVE 'LEAVE RETURN' TO WS-C-CHANGE
		WHEN EMP-DEPT NOT = WS-PE-DEPT
			MOVE 'TRANSFER' TO WS-C-CHANGE
		WHEN EMP-SALARY NOT = WS-PE-SALARY
			MOVE 'SALARY' TO WS-C-CHANGE
		WHEN EMP-GRADE NOT = WS-PE-GRADE
			MOVE 'GRADE' TO WS-C-CHANGE
		WHEN EMP-SUPV-EMPNO NOT = WS-PE-SUPV-EMPNO
			MOVE 'SUPERVISOR' TO WS-C-CHANGE
		WHEN OTHER
			MOVE 'OTHER FIELDS' TO WS-C-CHANGE
	END-EVALUATE.
	WRITE EMPPJRPT-LINE FROM WS-CHANGE-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

5600-FIND-DEPT-ENTRY.
	SET WS-DEPT-IDX TO 1.
	SEARCH WS-DEPT-ENTRY
		AT END
			PERFORM 5700-ADD-DEPT-ENTRY
		WHEN WS-DEPT-IDX > WS-DEPT-TABLE-COUNT
			PERFORM 5700-ADD-DEPT-ENTRY
		WHEN WS-DEPT-CODE (WS-DEPT-IDX) = WS-LOOKUP-DEPT
			CONTINUE
	END-SEARCH.

5700-ADD-DEPT-ENTRY.
	IF WS-DEPT-TABLE-COUNT >= 50
		DISPLAY 'EMPPROJ: DEPARTMENT TABLE FULL - MORE THAN 50 DEPT CODES'
		MOVE 52 TO WS-ABEND-RETURN-CODE
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
	MOVE ZERO TO WS-DEPT-TODAY-HC (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-TODAY-SAL (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-PROJ-HC (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-PROJ-SAL (WS-DEPT-IDX).

5800-FORMAT-DATE.
	MOVE SPACES TO WS-DATE-DISPLAY.
	STRING WS-DATE-WORK (5:2) '/' WS-DATE-WORK (7:2) '/'
		WS-DATE-WORK (1:4)
		DELIMITED BY SIZE INTO WS-DATE-DISPLAY
	END-STRING.

6000-PRINT-DEPARTMENT.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-DL-DEPT.
	MOVE WS-DEPT-TODAY-HC (WS-DEPT-IDX) TO WS-DL-TODAY-HC.
	MOVE WS-DEPT-TODAY-SAL (WS-DEPT-IDX) TO WS-DL-TODAY-SAL.
	MOVE WS-DEPT-PROJ-HC (WS-DEPT-IDX) TO WS-DL-PROJ-HC.
	MOVE WS-DEPT-PROJ-SAL (WS-DEPT-IDX) TO WS-DL-PROJ-SAL.
	COMPUTE WS-HC-CHANGE =
		WS-DEPT-PROJ-HC (WS-DEPT-IDX) - WS-DEPT-TODAY-HC (WS-DEPT-IDX).
	COMPUTE WS-SAL-CHANGE =
		WS-DEPT-PROJ-SAL (WS-DEPT-IDX) - WS-DEPT-TODAY-SAL (WS-DEPT-IDX).
	MOVE WS-HC-CHANGE TO WS-DL-HC-CHANGE.
	MOVE WS-SAL-CHANGE TO WS-DL-SAL-CHANGE.
	WRITE EMPPJRPT-LINE FROM WS-DEPT-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.
	ADD WS-DEPT-TODAY-HC (WS-DEPT-IDX) TO WS-TOT-TODAY-HC.
	ADD WS-DEPT-TODAY-SAL (WS-DEPT-IDX) TO WS-TOT-TODAY-SAL.
	ADD WS-DEPT-PROJ-HC (WS-DEPT-IDX) TO WS-TOT-PROJ-HC.
	ADD WS-DEPT-PROJ-SAL (WS-DEPT-IDX) TO WS-TOT-PROJ-SAL.

6500-PRINT-TOTAL-LINE.
	MOVE 'TOTAL' TO WS-DL-DEPT.
	MOVE WS-TOT-TODAY-HC TO WS-DL-TODAY-HC.
	MOVE WS-TOT-TODAY-SAL TO WS-DL-TODAY-SAL.
	MOVE WS-TOT-PROJ-HC TO WS-DL-PROJ-HC.
	MOVE WS-TOT-PROJ-SAL TO WS-DL-PROJ-SAL.
	COMPUTE WS-HC-CHANGE = WS-TOT-PROJ-HC - WS-TOT-TODAY-HC.
	COMPUTE WS-SAL-CHANGE = WS-TOT-PROJ-SAL - WS-TOT-TODAY-SAL.
	MOVE WS-HC-CHANGE TO WS-DL-HC-CHANGE.
	MOVE WS-SAL-CHANGE TO WS-DL-SAL-CHANGE.
	WRITE EMPPJRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPJRPT-LINE FROM WS-DEPT-LINE AFTER ADVANCING 1 LINE.
	ADD 2 TO WS-LINE-COUNT.

7000-WRITE-CONTROL-TOTALS.
	WRITE EMPPJRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPPF RECORDS READ.....................: ' TO WS-S-LABEL.
	MOVE WS-EMPPF-READ-COUNT TO WS-S-COUNT.
	WRITE EMPPJRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'PENDING TRANSACTIONS READ..............: ' TO WS-S-LABEL.
	MOVE WS-PEND-READ-COUNT TO WS-S-COUNT.
	WRITE EMPPJRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'DATED AFTER THE AS-OF DATE - NOT USED..: ' TO WS-S-LABEL.
	MOVE WS-LATER-COUNT TO WS-S-COUNT.
	WRITE EMPPJRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'APPLIED TO THE WORKING COPY............: ' TO WS-S-LABEL.
	MOVE WS-APPLIED-COUNT TO WS-S-COUNT.
	WRITE EMPPJRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'WOULD FAIL - NOT APPLIED...............: ' TO WS-S-LABEL.
	MOVE WS-FAIL-COUNT TO WS-S-COUNT.
	WRITE EMPPJRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPLOYEES WHOSE RECORD WOULD CHANGE....: ' TO WS-S-LABEL.
	MOVE WS-CHANGED-COUNT TO WS-S-COUNT.
	WRITE EMPPJRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPPROJ: PROJECTION AS OF ' WS-AS-OF-DATE.
	DISPLAY 'EMPPROJ: PENDING TRANSACTIONS APPLIED - ' WS-APPLIED-COUNT.
	DISPLAY 'EMPPROJ: PENDING TRANSACTIONS THAT WOULD FAIL - ' WS-FAIL-COUNT.
	DISPLAY 'EMPPROJ: EMPLOYEES CHANGED - ' WS-CHANGED-COUNT.

7500-WRITE-FINAL-PAGE.
	WRITE EMPPJRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPPJRPT-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

8000-CLOSE-FILES.
	CLOSE EMPPF.
	IF PEND-FILE-PRESENT
		CLOSE EMPPEND
	END-IF.
	CLOSE EMPPROJ.
	CLOSE EMPPJRPT.

9999-ABEND.
	DISPLAY 'EMPPROJ: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
