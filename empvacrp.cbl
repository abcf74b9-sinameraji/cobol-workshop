       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPVACRP.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL DEPTPOS ASSIGN TO DEPTPOS
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS POS-DEPT
		FILE STATUS IS WS-DEPTPOS-STATUS.

		SELECT EMPPF ASSIGN TO EMPPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPNO
		ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
		FILE STATUS IS WS-EMPPF-STATUS.

		SELECT DEPTPF ASSIGN TO DEPTPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS WS-DEPTPF-STATUS.

		SELECT EMPPEND ASSIGN TO EMPPEND
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PEND-STATUS.

		SELECT EMPVCRPT ASSIGN TO EMPVCRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD DEPTPOS
		LABEL RECORDS ARE STANDARD.
	COPY DEPTPOSREC.

	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD DEPTPF
		LABEL RECORDS ARE STANDARD.
	COPY DEPTPFREC.

	FD EMPPEND
		LABEL RECORDS ARE STANDARD.
	01 EMPPEND-RECORD.
		05 PEND-TRAN-CODE	PIC X(1).
			88 PEND-TRAN-ADD	VALUE 'A'.
		05 FILLER		PIC X(31).
		05 PEND-TRAN-DEPT	PIC X(4).
		05 FILLER		PIC X(41).

	FD EMPVCRPT
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPVCRPT-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-DEPTPOS-STATUS		PIC X(2).
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-DEPTPF-STATUS		PIC X(2).
	01 WS-PEND-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-DEPTPOS-EOF-SWITCH	PIC X VALUE 'N'.
		88 DEPTPOS-EOF		VALUE 'Y'.
	01 WS-EMPPF-EOF-SWITCH		PIC X VALUE 'N'.
		88 EMPPF-EOF		VALUE 'Y'.
	01 WS-PEND-EOF-SWITCH		PIC X VALUE 'N'.
		88 PEND-EOF		VALUE 'Y'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-DISPLAY		PIC X(10).

	01 WS-PAGE-NUMBER		PIC 9(4) VALUE ZERO.
	01 WS-LINE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-LINES-PER-PAGE		PIC 9(3) VALUE 55.

	01 WS-TOT-AUTH			PIC 9(7) VALUE ZERO.
	01 WS-TOT-FILLED		PIC 9(7) VALUE ZERO.
	01 WS-TOT-PENDING		PIC 9(7) VALUE ZERO.
	01 WS-TOT-OPEN			PIC 9(7) VALUE ZERO.
	01 WS-TOT-OVER			PIC 9(7) VALUE ZERO.
	01 WS-OVER-DEPT-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-IN-USE			PIC 9(6).
	01 WS-OPEN			PIC 9(6).
	01 WS-OVER			PIC 9(6).

	01 WS-LOOKUP-DEPT		PIC X(4).
	01 WS-DEPT-TABLE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-DEPT-TABLE.
		05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
			10 WS-DEPT-CODE		PIC X(4).
			10 WS-DEPT-CONTROL-FLAG	PIC X(1).
				88 WS-DEPT-CONTROLLED	VALUE 'Y'.
			10 WS-DEPT-AUTH		PIC 9(5).
			10 WS-DEPT-FILLED	PIC 9(5).
			10 WS-DEPT-PENDING	PIC 9(5).

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'POSITION VACANCY REPORT'.
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-HEADING-LINE-2.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(6)  VALUE 'DEPT'.
		05 FILLER		PIC X(27) VALUE 'DEPARTMENT NAME'.
		05 FILLER		PIC X(12) VALUE 'AUTHORIZED'.
		05 FILLER		PIC X(10) VALUE 'FILLED'.
		05 FILLER		PIC X(10) VALUE 'PENDING'.
		05 FILLER		PIC X(10) VALUE 'OPEN'.
		05 FILLER		PIC X(10) VALUE 'OVER'.
		05 FILLER		PIC X(46) VALUE 'REMARKS'.

	01 WS-DETAIL-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 WS-D-DEPT		PIC X(4).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-DEPT-NAME	PIC X(25).
		05 FILLER		PIC X(2) VALUE SPACES.
		05 WS-D-AUTH		PIC ZZ,ZZ9.
		05 WS-D-AUTH-X REDEFINES WS-D-AUTH
					PIC X(6).
		05 FILLER		PIC X(6) VALUE SPACES.
		05 WS-D-FILLED		PIC ZZ,ZZ9.
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-D-PENDING		PIC ZZ,ZZ9.
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-D-OPEN		PIC ZZ,ZZ9 BLANK WHEN ZERO.
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-D-OVER		PIC ZZ,ZZ9 BLANK WHEN ZERO.
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-D-REMARK		PIC X(46).

	01 WS-TOTAL-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 FILLER		PIC X(33) VALUE 'CONTROLLED DEPARTMENTS'.
		05 WS-T-AUTH		PIC Z,ZZZ,ZZ9.
		05 FILLER		PIC X(3) VALUE SPACES.
		05 WS-T-FILLED		PIC ZZ,ZZ9.
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-T-PENDING		PIC ZZ,ZZ9.
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-T-OPEN		PIC ZZ,ZZ9.
		05 FILLER		PIC X(4) VALUE SPACES.
		05 WS-T-OVER		PIC ZZ,ZZ9.
		05 FILLER		PIC X(50) VALUE SPACES.

	01 WS-TRAILER-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(30) VALUE 'DEPARTMENTS OVER AUTHORIZED: '.
		05 WS-TR-OVER-DEPTS	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(94) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF POSITION VACANCY REPORT ***'.
		05 FILLER		PIC X(81) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-OPEN-FILES.
	PERFORM 2000-LOAD-AUTHORIZATIONS.
	PERFORM 2200-COUNT-FILLED-POSITIONS.
	PERFORM 2400-COUNT-PENDING-STARTS.
	PERFORM 5000-PRINT-DEPARTMENT
		VARYING WS-DEPT-IDX FROM 1 BY 1
		UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-COUNT.
	IF WS-PAGE-NUMBER = ZERO
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 7500-WRITE-FINAL-PAGE.
	PERFORM 8000-CLOSE-FILES.
	IF WS-OVER-DEPT-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN INPUT DEPTPOS.
	EVALUATE WS-DEPTPOS-STATUS
		WHEN '00'
			CONTINUE
		WHEN '05'
			SET DEPTPOS-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPVACRP: DEPTPOS OPEN FAILED - FILE STATUS ' WS-DEPTPOS-STATUS
			MOVE 8 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT EMPPF.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPVACRP: EMPPF NOT FOUND - FILE STATUS 35'
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPVACRP: UNEXPECTED EMPPF OPEN STATUS ' WS-EMPPF-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT DEPTPF.
	EVALUATE WS-DEPTPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPVACRP: DEPTPF NOT FOUND - FILE STATUS 35'
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPVACRP: UNEXPECTED DEPTPF OPEN STATUS ' WS-DEPTPF-STATUS
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT EMPPEND.
	EVALUATE WS-PEND-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPVACRP: NO PENDING FILE - NO PENDING STARTS COUNTED'
			SET PEND-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPVACRP: EMPPEND OPEN FAILED - FILE STATUS ' WS-PEND-STATUS
			MOVE 18 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN OUTPUT EMPVCRPT.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPVACRP: EMPVCRPT OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 16 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

2000-LOAD-AUTHORIZATIONS.
	IF NOT DEPTPOS-EOF
		PERFORM 2100-READ-DEPTPOS
	END-IF.
	PERFORM UNTIL DEPTPOS-EOF
		MOVE POS-DEPT TO WS-LOOKUP-DEPT
		PERFORM 3000-FIND-DEPT-ENTRY
		SET WS-DEPT-CONTROLLED (WS-DEPT-IDX) TO TRUE
		MOVE POS-AUTH-COUNT TO WS-DEPT-AUTH (WS-DEPT-IDX)
		PERFORM 2100-READ-DEPTPOS
	END-PERFORM.

2100-READ-DEPTPOS.
	READ DEPTPOS NEXT RECORD.
	EVALUATE WS-DEPTPOS-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET DEPTPOS-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPVACRP: UNEXPECTED DEPTPOS READ STATUS ' WS-DEPTPOS-STATUS
			MOVE 20 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

2200-COUNT-FILLED-POSITIONS.
	PERFORM 2300-READ-EMPPF.
	PERFORM UNTIL EMPPF-EOF
		IF NOT EMP-TERMINATED
			MOVE EMP-DEPT TO WS-LOOKUP-DEPT
			PERFORM 3000-FIND-DEPT-ENTRY
			ADD 1 TO WS-DEPT-FILLED (WS-DEPT-IDX)
		END-IF
		PERFORM 2300-READ-EMPPF
	END-PERFORM.

2300-READ-EMPPF.
	READ EMPPF NEXT RECORD.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET EMPPF-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPVACRP: UNEXPECTED EMPPF READ STATUS ' WS-EMPPF-STATUS
			MOVE 22 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

2400-COUNT-PENDING-STARTS.
	IF NOT PEND-EOF
		PERFORM 2500-READ-PENDING
	END-IF.
	PERFORM UNTIL PEND-EOF
		IF PEND-TRAN-ADD
			MOVE PEND-TRAN-DEPT TO WS-LOOKUP-DEPT
			PERFORM 3000-FIND-DEPT-ENTRY
			ADD 1 TO WS-DEPT-PENDING (WS-DEPT-IDX)
		END-IF
		PERFORM 2500-READ-PENDING
	END-PERFORM.

2500-READ-PENDING.
	READ EMPPEND.
	EVALUATE WS-PEND-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET PEND-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPVACRP: UNEXPECTED EMPPEND READ STATUS ' WS-PEND-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-FIND-DEPT-ENTRY.
	SET WS-DEPT-IDX TO 1.
	SEARCH WS-DEPT-ENTRY
		AT END
			PERFORM 3100-ADD-DEPT-ENTRY
		WHEN WS-DEPT-IDX > WS-DEPT-TABLE-COUNT
			PERFORM 3100-ADD-DEPT-ENTRY
		WHEN WS-DEPT-CODE (WS-DEPT-IDX) = WS-LOOKUP-DEPT
			CONTINUE
	END-SEARCH.

3100-ADD-DEPT-ENTRY.
	IF WS-DEPT-TABLE-COUNT >= 50
		DISPLAY 'EMPVACRP: DEPARTMENT TABLE FULL - MORE THAN 50 DEPT CODES'
		MOVE 28 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	ADD 1 TO WS-DEPT-TABLE-COUNT.
	SET WS-DEPT-IDX TO WS-DEPT-TABLE-COUNT.
	MOVE WS-LOOKUP-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX).
	MOVE 'N' TO WS-DEPT-CONTROL-FLAG (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-AUTH (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-FILLED (WS-DEPT-IDX).
	MOVE ZERO TO WS-DEPT-PENDING (WS-DEPT-IDX).

4000-WRITE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPVCRPT-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPVCRPT-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	WRITE EMPVCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPVCRPT-LINE FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.
	WRITE EMPVCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 4 TO WS-LINE-COUNT.

5000-PRINT-DEPARTMENT.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE OR WS-PAGE-NUMBER = ZERO
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-D-DEPT.
	PERFORM 5500-LOOKUP-DEPT-NAME.
	MOVE WS-DEPT-FILLED (WS-DEPT-IDX) TO WS-D-FILLED.
	MOVE WS-DEPT-PENDING (WS-DEPT-IDX) TO WS-D-PENDING.
	MOVE SPACES TO WS-D-REMARK.
	IF WS-DEPT-CONTROLLED (WS-DEPT-IDX)
		COMPUTE WS-IN-USE = WS-DEPT-FILLED (WS-DEPT-IDX)
			+ WS-DEPT-PENDING (WS-DEPT-IDX)
		IF WS-IN-USE > WS-DEPT-AUTH (WS-DEPT-IDX)
			MOVE ZERO TO WS-OPEN
			COMPUTE WS-OVER = WS-IN-USE - WS-DEPT-AUTH (WS-DEPT-IDX)
			ADD 1 TO WS-OVER-DEPT-COUNT
			MOVE 'OVER AUTHORIZED HEADCOUNT - NO ADDS ACCEPTED' TO WS-D-REMARK
		ELSE
			COMPUTE WS-OPEN = WS-DEPT-AUTH (WS-DEPT-IDX) - WS-IN-USE
			MOVE ZERO TO WS-OVER
			IF WS-OPEN = ZERO
				MOVE 'FULL - NO ADDS ACCEPTED' TO WS-D-REMARK
			END-IF
		END-IF
		MOVE WS-DEPT-AUTH (WS-DEPT-IDX) TO WS-D-AUTH
		MOVE WS-OPEN TO WS-D-OPEN
		MOVE WS-OVER TO WS-D-OVER
		ADD WS-DEPT-AUTH (WS-DEPT-IDX) TO WS-TOT-AUTH
		ADD WS-DEPT-FILLED (WS-DEPT-IDX) TO WS-TOT-FILLED
		ADD WS-DEPT-PENDING (WS-DEPT-IDX) TO WS-TOT-PENDING
		ADD WS-OPEN TO WS-TOT-OPEN
		ADD WS-OVER TO WS-TOT-OVER
	ELSE
		MOVE SPACES TO WS-D-AUTH-X
		MOVE ZERO TO WS-D-OPEN
		MOVE ZERO TO WS-D-OVER
		MOVE 'NOT UNDER POSITION CONTROL' TO WS-D-REMARK
	END-IF.
	WRITE EMPVCRPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

5500-LOOKUP-DEPT-NAME.
	MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO DEPT-CODE.
	READ DEPTPF
		INVALID KEY
			MOVE '** NOT ON DEPT MASTER **' TO WS-D-DEPT-NAME
		NOT INVALID KEY
			MOVE DEPT-NAME TO WS-D-DEPT-NAME
	END-READ.

7000-WRITE-CONTROL-TOTALS.
	MOVE WS-TOT-AUTH TO WS-T-AUTH.
	MOVE WS-TOT-FILLED TO WS-T-FILLED.
	MOVE WS-TOT-PENDING TO WS-T-PENDING.
	MOVE WS-TOT-OPEN TO WS-T-OPEN.
	MOVE WS-TOT-OVER TO WS-T-OVER.
	MOVE WS-OVER-DEPT-COUNT TO WS-TR-OVER-DEPTS.
	WRITE EMPVCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPVCRPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPVCRPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPVACRP: AUTHORIZED POSITIONS - ' WS-TOT-AUTH.
	DISPLAY 'EMPVACRP: OPEN POSITIONS - ' WS-TOT-OPEN.
	DISPLAY 'EMPVACRP: DEPARTMENTS OVER AUTHORIZED - ' WS-OVER-DEPT-COUNT.

7500-WRITE-FINAL-PAGE.
	WRITE EMPVCRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPVCRPT-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

8000-CLOSE-FILES.
	CLOSE DEPTPOS.
	CLOSE EMPPF.
	CLOSE DEPTPF.
	IF WS-PEND-STATUS NOT = '35'
		CLOSE EMPPEND
	END-IF.
	CLOSE EMPVCRPT.

9999-ABEND.
	DISPLAY 'EMPVACRP: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
