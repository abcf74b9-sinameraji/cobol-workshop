       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPORGCH.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ORGCARD ASSIGN TO ORGCARD
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-CARD-STATUS.

		SELECT EMPPF ASSIGN TO EMPPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPNO
		ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
		FILE STATUS IS WS-EMPPF-STATUS.

		SELECT EMPORGRP ASSIGN TO EMPORGRP
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD ORGCARD
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	01 ORGCARD-RECORD.
		05 ORG-START-EMPNO	PIC X(6).
		05 FILLER		PIC X(74).

	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD EMPORGRP
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPORGRP-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-CARD-STATUS		PIC X(2).
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-EMPPF-EOF-SWITCH		PIC X VALUE 'N'.
		88 EMPPF-EOF		VALUE 'Y'.
	01 WS-WALK-SWITCH		PIC X.
		88 WALK-DONE		VALUE 'Y'.
		88 WALK-CONTINUE	VALUE 'N'.
	01 WS-SECTION-SWITCH		PIC X VALUE 'C'.
		88 SECTION-CHART	VALUE 'C'.
		88 SECTION-SPAN		VALUE 'S'.
		88 SECTION-EXCEPTIONS	VALUE 'E'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-DISPLAY		PIC X(10).

	01 WS-PAGE-NUMBER		PIC 9(4) VALUE ZERO.
	01 WS-LINE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-LINES-PER-PAGE		PIC 9(3) VALUE 55.

	01 WS-EMPPF-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-ACTIVE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-CHART-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-MANAGER-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-EXCEPTION-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-DEEP-COUNT		PIC 9(7) VALUE ZERO.

	01 WS-START-EMPNO		PIC X(6).
	01 WS-LOOKUP-EMPNO		PIC X(6).
	01 WS-FOUND-SUB		PIC 9(5).
	01 WS-SUB			PIC 9(5).
	01 WS-ROOT-SUB			PIC 9(5).
	01 WS-PARENT-SUB		PIC 9(5).
	01 WS-CHILD-SUB		PIC 9(5).
	01 WS-WALK-SUB			PIC 9(5).
	01 WS-WALK-STEPS		PIC 9(3).
	01 WS-DEPTH			PIC 9(3).
	01 WS-PRINT-LEVEL		PIC 9(3).
	01 WS-INDENT-POS		PIC 9(3).
	01 WS-STATUS-CODE		PIC X(1).
	01 WS-STATUS-TEXT		PIC X(8).

	01 WS-ORG-TABLE-COUNT		PIC 9(5) VALUE ZERO.
	01 WS-ORG-TABLE.
		05 WS-ORG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ORG-IDX.
			10 WS-ORG-EMPNO		PIC X(6).
			10 WS-ORG-LAST-NAME	PIC X(15).
			10 WS-ORG-FIRST-NAME	PIC X(10).
			10 WS-ORG-DEPT		PIC X(4).
			10 WS-ORG-STATUS	PIC X(1).
				88 WS-ORG-TERMINATED	VALUE 'T'.
				88 WS-ORG-ON-LEAVE	VALUE 'L'.
			10 WS-ORG-SUPV-EMPNO	PIC X(6).
			10 WS-ORG-PARENT	PIC 9(5).
			10 WS-ORG-FIRST-CHILD	PIC 9(5).
			10 WS-ORG-NEXT-SIBLING	PIC 9(5).
			10 WS-ORG-DIRECT	PIC 9(5).
			10 WS-ORG-TOTAL		PIC 9(5).
			10 WS-ORG-EXCEPTION	PIC X(1).
				88 WS-ORG-NO-EXCEPTION	VALUE SPACE.
				88 WS-ORG-SUPV-TERMINATED VALUE 'T'.
				88 WS-ORG-SUPV-ON-LEAVE	VALUE 'L'.
				88 WS-ORG-SUPV-MISSING	VALUE 'M'.
				88 WS-ORG-IN-LOOP	VALUE 'R'.
			10 WS-ORG-PRINTED	PIC X(1).
				88 WS-ORG-ON-CHART	VALUE 'Y'.

	01 WS-STACK.
		05 WS-STACK-ENTRY OCCURS 100 TIMES.
			10 WS-STACK-NODE	PIC 9(5).
			10 WS-STACK-NEXT	PIC 9(5).

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 WS-H1-TITLE		PIC X(40).
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-SCOPE-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-SC-TEXT		PIC X(80).
		05 FILLER		PIC X(51) VALUE SPACES.

	01 WS-CHART-HEADING.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(4)  VALUE 'LVL'.
		05 FILLER		PIC X(77) VALUE 'EMPNO  NAME'.
		05 FILLER		PIC X(7)  VALUE 'DEPT'.
		05 FILLER		PIC X(10) VALUE 'STATUS'.
		05 FILLER		PIC X(8)  VALUE 'DIRECT'.
		05 FILLER		PIC X(8)  VALUE ' TOTAL'.
		05 FILLER		PIC X(17) VALUE SPACES.

	01 WS-CHART-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-C-LEVEL		PIC Z9.
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-C-TREE		PIC X(75).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-C-DEPT		PIC X(4).
		05 FILLER		PIC X(3)  VALUE SPACES.
		05 WS-C-STATUS		PIC X(8).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-C-DIRECT		PIC ZZ,ZZ9.
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-C-TOTAL		PIC ZZ,ZZ9.
		05 FILLER		PIC X(19) VALUE SPACES.

	01 WS-NODE-TEXT.
		05 WS-N-EMPNO		PIC X(6).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-N-LAST-NAME	PIC X(15).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-N-FIRST-NAME	PIC X(10).

	01 WS-SPAN-HEADING.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(8)  VALUE 'EMPNO'.
		05 FILLER		PIC X(28) VALUE 'NAME'.
		05 FILLER		PIC X(7)  VALUE 'DEPT'.
		05 FILLER		PIC X(10) VALUE 'STATUS'.
		05 FILLER		PIC X(16) VALUE 'DIRECT REPORTS'.
		05 FILLER		PIC X(15) VALUE 'TOTAL REPORTS'.
		05 FILLER		PIC X(47) VALUE SPACES.

	01 WS-SPAN-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-S-EMPNO		PIC X(6).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-S-LAST-NAME	PIC X(15).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-S-FIRST-NAME	PIC X(10).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-S-DEPT		PIC X(4).
		05 FILLER		PIC X(3)  VALUE SPACES.
		05 WS-S-STATUS		PIC X(8).
		05 FILLER		PIC X(8)  VALUE SPACES.
		05 WS-S-DIRECT		PIC ZZ,ZZ9.
		05 FILLER		PIC X(9)  VALUE SPACES.
		05 WS-S-TOTAL		PIC ZZ,ZZ9.
		05 FILLER		PIC X(51) VALUE SPACES.

	01 WS-EXCEPTION-HEADING.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(8)  VALUE 'EMPNO'.
		05 FILLER		PIC X(28) VALUE 'NAME'.
		05 FILLER		PIC X(7)  VALUE 'DEPT'.
		05 FILLER		PIC X(10) VALUE 'STATUS'.
		05 FILLER		PIC X(8)  VALUE 'SUPV'.
		05 FILLER		PIC X(28) VALUE 'SUPERVISOR NAME'.
		05 FILLER		PIC X(42) VALUE 'EXCEPTION'.

	01 WS-EXCEPTION-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-X-EMPNO		PIC X(6).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-X-LAST-NAME	PIC X(15).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-X-FIRST-NAME	PIC X(10).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-X-DEPT		PIC X(4).
		05 FILLER		PIC X(3)  VALUE SPACES.
		05 WS-X-STATUS		PIC X(8).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-X-SUPV-EMPNO	PIC X(6).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-X-SUPV-LAST-NAME	PIC X(15).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-X-SUPV-FIRST-NAME	PIC X(10).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-X-REASON		PIC X(42).

	01 WS-NOTE-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-NT-TEXT		PIC X(80).
		05 FILLER		PIC X(51) VALUE SPACES.

	01 WS-SUMMARY-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-SM-LABEL		PIC X(40).
		05 WS-SM-COUNT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(84) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF ORGANIZATION CHART REPORT ***'.
		05 FILLER		PIC X(81) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-OPEN-FILES.
	PERFORM 1500-READ-CONTROL-CARD.
	PERFORM 2100-READ-EMPLOYEE.
	PERFORM UNTIL EMPPF-EOF
		PERFORM 2200-STORE-EMPLOYEE
		PERFORM 2100-READ-EMPLOYEE
	END-PERFORM.
	PERFORM 2600-LINK-EMPLOYEE
		VARYING WS-SUB FROM WS-ORG-TABLE-COUNT BY -1
		UNTIL WS-SUB < 1.
	PERFORM 2700-ACCUMULATE-SPAN
		VARYING WS-SUB FROM 1 BY 1
		UNTIL WS-SUB > WS-ORG-TABLE-COUNT.
	PERFORM 2900-CHECK-START-EMPLOYEE.
	SET SECTION-CHART TO TRUE.
	PERFORM 4000-WRITE-HEADINGS.
	IF WS-START-EMPNO = SPACES
		PERFORM 3000-PRINT-TOP-LEVEL
			VARYING WS-SUB FROM 1 BY 1
			UNTIL WS-SUB > WS-ORG-TABLE-COUNT
	ELSE
		MOVE WS-FOUND-SUB TO WS-ROOT-SUB
		PERFORM 3100-PRINT-SUBTREE
	END-IF.
	SET SECTION-SPAN TO TRUE.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 5000-PRINT-SPAN-OF-CONTROL
		VARYING WS-SUB FROM 1 BY 1
		UNTIL WS-SUB > WS-ORG-TABLE-COUNT.
	SET SECTION-EXCEPTIONS TO TRUE.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 6000-PRINT-EXCEPTION
		VARYING WS-SUB FROM 1 BY 1
		UNTIL WS-SUB > WS-ORG-TABLE-COUNT.
	IF WS-EXCEPTION-COUNT = ZERO
		MOVE 'NO REPORTING EXCEPTIONS' TO WS-NT-TEXT
		WRITE EMPORGRP-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE
	END-IF.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 7500-WRITE-FINAL-PAGE.
	PERFORM 8000-CLOSE-FILES.
	IF WS-EXCEPTION-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN INPUT ORGCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPORGCH: ORGCARD OPEN FAILED - FILE STATUS ' WS-CARD-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT EMPPF.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPORGCH: EMPPF NOT FOUND - FILE STATUS 35'
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPORGCH: UNEXPECTED EMPPF OPEN STATUS ' WS-EMPPF-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN OUTPUT EMPORGRP.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPORGCH: EMPORGRP OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 16 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1500-READ-CONTROL-CARD.
	READ ORGCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPORGCH: NO CONTROL CARD - FILE STATUS ' WS-CARD-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE ORG-START-EMPNO TO WS-START-EMPNO.

2100-READ-EMPLOYEE.
	READ EMPPF NEXT RECORD.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			ADD 1 TO WS-EMPPF-READ-COUNT
		WHEN '10'
			SET EMPPF-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPORGCH: UNEXPECTED EMPPF READ STATUS ' WS-EMPPF-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

2200-STORE-EMPLOYEE.
	IF WS-ORG-TABLE-COUNT >= 5000
		DISPLAY 'EMPORGCH: EMPLOYEE TABLE FULL - MORE THAN 5000 EMPLOYEES'
		MOVE 32 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	ADD 1 TO WS-ORG-TABLE-COUNT.
	SET WS-ORG-IDX TO WS-ORG-TABLE-COUNT.
	MOVE EMPNO TO WS-ORG-EMPNO (WS-ORG-IDX).
	MOVE EMP-LAST-NAME TO WS-ORG-LAST-NAME (WS-ORG-IDX).
	MOVE EMP-FIRST-NAME TO WS-ORG-FIRST-NAME (WS-ORG-IDX).
	MOVE EMP-DEPT TO WS-ORG-DEPT (WS-ORG-IDX).
	MOVE EMP-STATUS TO WS-ORG-STATUS (WS-ORG-IDX).
	MOVE EMP-SUPV-EMPNO TO WS-ORG-SUPV-EMPNO (WS-ORG-IDX).
	MOVE ZERO TO WS-ORG-PARENT (WS-ORG-IDX).
	MOVE ZERO TO WS-ORG-FIRST-CHILD (WS-ORG-IDX).
	MOVE ZERO TO WS-ORG-NEXT-SIBLING (WS-ORG-IDX).
	MOVE ZERO TO WS-ORG-DIRECT (WS-ORG-IDX).
	MOVE ZERO TO WS-ORG-TOTAL (WS-ORG-IDX).
	MOVE SPACE TO WS-ORG-EXCEPTION (WS-ORG-IDX).
	MOVE 'N' TO WS-ORG-PRINTED (WS-ORG-IDX).
	IF NOT EMP-TERMINATED
		ADD 1 TO WS-ACTIVE-COUNT
	END-IF.

2600-LINK-EMPLOYEE.
	IF WS-ORG-SUPV-EMPNO (WS-SUB) NOT = SPACES
		MOVE WS-ORG-SUPV-EMPNO (WS-SUB) TO WS-LOOKUP-EMPNO
		PERFORM 2650-FIND-EMPLOYEE
		MOVE WS-FOUND-SUB TO WS-ORG-PARENT (WS-SUB)
		IF NOT WS-ORG-TERMINATED (WS-SUB)
			EVALUATE TRUE
				WHEN WS-FOUND-SUB = ZERO
					SET WS-ORG-SUPV-MISSING (WS-SUB) TO TRUE
				WHEN WS-ORG-TERMINATED (WS-FOUND-SUB)
					SET WS-ORG-SUPV-TERMINATED (WS-SUB) TO TRUE
				WHEN OTHER
					IF WS-ORG-ON-LEAVE (WS-FOUND-SUB)
						SET WS-ORG-SUPV-ON-LEAVE (WS-SUB) TO TRUE
					END-IF
					MOVE WS-ORG-FIRST-CHILD (WS-FOUND-SUB)
						TO WS-ORG-NEXT-SIBLING (WS-SUB)
					MOVE WS-SUB TO WS-ORG-FIRST-CHILD (WS-FOUND-SUB)
					ADD 1 TO WS-ORG-DIRECT (WS-FOUND-SUB)
			END-EVALUATE
		END-IF
	END-IF.

2650-FIND-EMPLOYEE.
	MOVE ZERO TO WS-FOUND-SUB.
	SET WS-ORG-IDX TO 1.
	SEARCH WS-ORG-ENTRY
		AT END
			CONTINUE
		WHEN WS-ORG-IDX > WS-ORG-TABLE-COUNT
			CONTINUE
		WHEN WS-ORG-EMPNO (WS-ORG-IDX) = WS-LOOKUP-EMPNO
			SET WS-FOUND-SUB TO WS-ORG-IDX
	END-SEARCH.

2700-ACCUMULATE-SPAN.
	IF NOT WS-ORG-TERMINATED (WS-SUB)
		MOVE WS-ORG-PARENT (WS-SUB) TO WS-WALK-SUB
		MOVE ZERO TO WS-WALK-STEPS
		SET WALK-CONTINUE TO TRUE
		PERFORM UNTIL WALK-DONE
			PERFORM 2750-STEP-UP-CHAIN
		END-PERFORM
	END-IF.

2750-STEP-UP-CHAIN.
	EVALUATE TRUE
		WHEN WS-WALK-SUB = ZERO
			SET WALK-DONE TO TRUE
		WHEN WS-ORG-TERMINATED (WS-WALK-SUB)
			SET WALK-DONE TO TRUE
		WHEN WS-WALK-SUB = WS-SUB OR WS-WALK-STEPS >= 99
			SET WS-ORG-IN-LOOP (WS-SUB) TO TRUE
			SET WALK-DONE TO TRUE
		WHEN OTHER
			ADD 1 TO WS-WALK-STEPS
			ADD 1 TO WS-ORG-TOTAL (WS-WALK-SUB)
			MOVE WS-ORG-PARENT (WS-WALK-SUB) TO WS-WALK-SUB
	END-EVALUATE.

2900-CHECK-START-EMPLOYEE.
	IF WS-START-EMPNO NOT = SPACES
		MOVE WS-START-EMPNO TO WS-LOOKUP-EMPNO
		PERFORM 2650-FIND-EMPLOYEE
		EVALUATE TRUE
			WHEN WS-FOUND-SUB = ZERO
				DISPLAY 'EMPORGCH: STARTING EMPLOYEE ' WS-START-EMPNO
					' NOT ON EMPLOYEE MASTER - RUN REFUSED'
				MOVE 20 TO WS-ABEND-RETURN-CODE
				PERFORM 9999-ABEND
			WHEN WS-ORG-TERMINATED (WS-FOUND-SUB)
				DISPLAY 'EMPORGCH: STARTING EMPLOYEE ' WS-START-EMPNO
					' IS TERMINATED - RUN REFUSED'
				MOVE 20 TO WS-ABEND-RETURN-CODE
				PERFORM 9999-ABEND
			WHEN WS-ORG-IN-LOOP (WS-FOUND-SUB)
				DISPLAY 'EMPORGCH: STARTING EMPLOYEE ' WS-START-EMPNO
					' IS IN A REPORTING LOOP - RUN REFUSED'
				MOVE 20 TO WS-ABEND-RETURN-CODE
				PERFORM 9999-ABEND
		END-EVALUATE
	END-IF.

3000-PRINT-TOP-LEVEL.
	IF NOT WS-ORG-TERMINATED (WS-SUB)
		MOVE WS-ORG-PARENT (WS-SUB) TO WS-PARENT-SUB
		IF WS-PARENT-SUB = ZERO
			MOVE WS-SUB TO WS-ROOT-SUB
			PERFORM 3100-PRINT-SUBTREE
		ELSE
			IF WS-ORG-TERMINATED (WS-PARENT-SUB)
				MOVE WS-SUB TO WS-ROOT-SUB
				PERFORM 3100-PRINT-SUBTREE
			END-IF
		END-IF
	END-IF.

3100-PRINT-SUBTREE.
	MOVE WS-ROOT-SUB TO WS-CHILD-SUB.
	MOVE 1 TO WS-PRINT-LEVEL.
	PERFORM 3300-PRINT-CHART-LINE.
	MOVE 1 TO WS-DEPTH.
	MOVE WS-ROOT-SUB TO WS-STACK-NODE (WS-DEPTH).
	MOVE WS-ORG-FIRST-CHILD (WS-ROOT-SUB) TO WS-STACK-NEXT (WS-DEPTH).
	PERFORM UNTIL WS-DEPTH = ZERO
		PERFORM 3200-VISIT-NEXT-CHILD
	END-PERFORM.

3200-VISIT-NEXT-CHILD.
	MOVE WS-STACK-NEXT (WS-DEPTH) TO WS-CHILD-SUB.
	IF WS-CHILD-SUB = ZERO
		SUBTRACT 1 FROM WS-DEPTH
	ELSE
		MOVE WS-ORG-NEXT-SIBLING (WS-CHILD-SUB) TO WS-STACK-NEXT (WS-DEPTH)
		COMPUTE WS-PRINT-LEVEL = WS-DEPTH + 1
		PERFORM 3300-PRINT-CHART-LINE
		IF WS-DEPTH >= 99
			IF WS-ORG-FIRST-CHILD (WS-CHILD-SUB) NOT = ZERO
				ADD 1 TO WS-DEEP-COUNT
				MOVE '    *** LEVELS BELOW 100 NOT SHOWN ***' TO WS-NT-TEXT
				WRITE EMPORGRP-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE
				ADD 1 TO WS-LINE-COUNT
			END-IF
		ELSE
			ADD 1 TO WS-DEPTH
			MOVE WS-CHILD-SUB TO WS-STACK-NODE (WS-DEPTH)
			MOVE WS-ORG-FIRST-CHILD (WS-CHILD-SUB) TO WS-STACK-NEXT (WS-DEPTH)
		END-IF
	END-IF.

3300-PRINT-CHART-LINE.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		PERFORM 4000-WRITE-HEADINGS
	END-IF.
	SET WS-ORG-ON-CHART (WS-CHILD-SUB) TO TRUE.
	ADD 1 TO WS-CHART-COUNT.
	MOVE WS-PRINT-LEVEL TO WS-C-LEVEL.
	MOVE WS-ORG-EMPNO (WS-CHILD-SUB) TO WS-N-EMPNO.
	MOVE WS-ORG-LAST-NAME (WS-CHILD-SUB) TO WS-N-LAST-NAME.
	MOVE WS-ORG-FIRST-NAME (WS-CHILD-SUB) TO WS-N-FIRST-NAME.
	IF WS-PRINT-LEVEL > 21
		MOVE 41 TO WS-INDENT-POS
	ELSE
		COMPUTE WS-INDENT-POS = (WS-PRINT-LEVEL - 1) * 2 + 1
	END-IF.
	MOVE SPACES TO WS-C-TREE.
	MOVE WS-NODE-TEXT TO WS-C-TREE (WS-INDENT-POS:).
	MOVE WS-ORG-DEPT (WS-CHILD-SUB) TO WS-C-DEPT.
	MOVE WS-ORG-STATUS (WS-CHILD-SUB) TO WS-STATUS-CODE.
	PERFORM 5800-FORMAT-STATUS.
	MOVE WS-STATUS-TEXT TO WS-C-STATUS.
	MOVE WS-ORG-DIRECT (WS-CHILD-SUB) TO WS-C-DIRECT.
	MOVE WS-ORG-TOTAL (WS-CHILD-SUB) TO WS-C-TOTAL.
	WRITE EMPORGRP-LINE FROM WS-CHART-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

4000-WRITE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	EVALUATE TRUE
		WHEN SECTION-CHART
			MOVE 'ORGANIZATION CHART' TO WS-H1-TITLE
		WHEN SECTION-SPAN
			MOVE 'SPAN OF CONTROL' TO WS-H1-TITLE
		WHEN SECTION-EXCEPTIONS
			MOVE 'REPORTING EXCEPTIONS' TO WS-H1-TITLE
	END-EVALUATE.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPORGRP-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPORGRP-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	MOVE SPACES TO WS-SC-TEXT.
	EVALUATE TRUE
		WHEN SECTION-EXCEPTIONS
			MOVE 'ALL NON-TERMINATED EMPLOYEES' TO WS-SC-TEXT
		WHEN WS-START-EMPNO = SPACES
			MOVE 'ALL TOP-LEVEL EMPLOYEES AND THEIR REPORTS' TO WS-SC-TEXT
		WHEN OTHER
			STRING 'EMPLOYEE ' WS-START-EMPNO ' AND ALL WHO REPORT TO THEM'
				DELIMITED BY SIZE INTO WS-SC-TEXT
			END-STRING
	END-EVALUATE.
	WRITE EMPORGRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPORGRP-LINE FROM WS-SCOPE-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPORGRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	EVALUATE TRUE
		WHEN SECTION-CHART
			WRITE EMPORGRP-LINE FROM WS-CHART-HEADING AFTER ADVANCING 1 LINE
		WHEN SECTION-SPAN
			WRITE EMPORGRP-LINE FROM WS-SPAN-HEADING AFTER ADVANCING 1 LINE
		WHEN SECTION-EXCEPTIONS
			WRITE EMPORGRP-LINE FROM WS-EXCEPTION-HEADING AFTER ADVANCING 1 LINE
	END-EVALUATE.
	WRITE EMPORGRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 6 TO WS-LINE-COUNT.

5000-PRINT-SPAN-OF-CONTROL.
	IF WS-ORG-ON-CHART (WS-SUB) AND WS-ORG-DIRECT (WS-SUB) > ZERO
		IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
			PERFORM 4000-WRITE-HEADINGS
		END-IF
		ADD 1 TO WS-MANAGER-COUNT
		MOVE WS-ORG-EMPNO (WS-SUB) TO WS-S-EMPNO
		MOVE WS-ORG-LAST-NAME (WS-SUB) TO WS-S-LAST-NAME
		MOVE WS-ORG-FIRST-NAME (WS-SUB) TO WS-S-FIRST-NAME
		MOVE WS-ORG-DEPT (WS-SUB) TO WS-S-DEPT
		MOVE WS-ORG-STATUS (WS-SUB) TO WS-STATUS-CODE
		PERFORM 5800-FORMAT-STATUS
		MOVE WS-STATUS-TEXT TO WS-S-STATUS
		MOVE WS-ORG-DIRECT (WS-SUB) TO WS-S-DIRECT
		MOVE WS-ORG-TOTAL (WS-SUB) TO WS-S-TOTAL
		WRITE EMPORGRP-LINE FROM WS-SPAN-LINE AFTER ADVANCING 1 LINE
		ADD 1 TO WS-LINE-COUNT
	END-IF.

5800-FORMAT-STATUS.
	EVALUATE WS-STATUS-CODE
		WHEN 'A'
			MOVE 'ACTIVE' TO WS-STATUS-TEXT
		WHEN 'L'
			MOVE 'LEAVE' TO WS-STATUS-TEXT
		WHEN 'T'
			MOVE 'TERM' TO WS-STATUS-TEXT
		WHEN OTHER
			MOVE WS-STATUS-CODE TO WS-STATUS-TEXT
	END-EVALUATE.

6000-PRINT-EXCEPTION.
	IF NOT WS-ORG-TERMINATED (WS-SUB) AND NOT WS-ORG-NO-EXCEPTION (WS-SUB)
		IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
			PERFORM 4000-WRITE-HEADINGS
		END-IF
		ADD 1 TO WS-EXCEPTION-COUNT
		MOVE WS-ORG-EMPNO (WS-SUB) TO WS-X-EMPNO
		MOVE WS-ORG-LAST-NAME (WS-SUB) TO WS-X-LAST-NAME
		MOVE WS-ORG-FIRST-NAME (WS-SUB) TO WS-X-FIRST-NAME
		MOVE WS-ORG-DEPT (WS-SUB) TO WS-X-DEPT
		MOVE WS-ORG-STATUS (WS-SUB) TO WS-STATUS-CODE
		PERFORM 5800-FORMAT-STATUS
		MOVE WS-STATUS-TEXT TO WS-X-STATUS
		MOVE WS-ORG-SUPV-EMPNO (WS-SUB) TO WS-X-SUPV-EMPNO
		MOVE WS-ORG-PARENT (WS-SUB) TO WS-PARENT-SUB
		IF WS-PARENT-SUB = ZERO
			MOVE SPACES TO WS-X-SUPV-LAST-NAME
			MOVE SPACES TO WS-X-SUPV-FIRST-NAME
		ELSE
			MOVE WS-ORG-LAST-NAME (WS-PARENT-SUB) TO WS-X-SUPV-LAST-NAME
			MOVE WS-ORG-FIRST-NAME (WS-PARENT-SUB) TO WS-X-SUPV-FIRST-NAME
		END-IF
		EVALUATE TRUE
			WHEN WS-ORG-IN-LOOP (WS-SUB)
				MOVE 'IN OR UNDER A REPORTING LOOP' TO WS-X-REASON
			WHEN WS-ORG-SUPV-TERMINATED (WS-SUB)
				MOVE 'SUPERVISOR IS TERMINATED' TO WS-X-REASON
			WHEN WS-ORG-SUPV-ON-LEAVE (WS-SUB)
				MOVE 'SUPERVISOR IS ON LEAVE' TO WS-X-REASON
			WHEN WS-ORG-SUPV-MISSING (WS-SUB)
				MOVE 'SUPERVISOR NOT ON EMPLOYEE MASTER' TO WS-X-REASON
		END-EVALUATE
		WRITE EMPORGRP-LINE FROM WS-EXCEPTION-LINE AFTER ADVANCING 1 LINE
		ADD 1 TO WS-LINE-COUNT
	END-IF.

7000-WRITE-CONTROL-TOTALS.
	WRITE EMPORGRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPPF RECORDS READ.....................: ' TO WS-SM-LABEL.
	MOVE WS-EMPPF-READ-COUNT TO WS-SM-COUNT.
	WRITE EMPORGRP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'NON-TERMINATED EMPLOYEES...............: ' TO WS-SM-LABEL.
	MOVE WS-ACTIVE-COUNT TO WS-SM-COUNT.
	WRITE EMPORGRP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPLOYEES SHOWN ON CHART...............: ' TO WS-SM-LABEL.
	MOVE WS-CHART-COUNT TO WS-SM-COUNT.
	WRITE EMPORGRP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'MANAGERS WITH DIRECT REPORTS...........: ' TO WS-SM-LABEL.
	MOVE WS-MANAGER-COUNT TO WS-SM-COUNT.
	WRITE EMPORGRP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'REPORTING EXCEPTIONS...................: ' TO WS-SM-LABEL.
	MOVE WS-EXCEPTION-COUNT TO WS-SM-COUNT.
	WRITE EMPORGRP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	IF WS-DEEP-COUNT > ZERO
		MOVE 'BRANCHES CUT OFF BELOW LEVEL 100.......: ' TO WS-SM-LABEL
		MOVE WS-DEEP-COUNT TO WS-SM-COUNT
		WRITE EMPORGRP-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE
	END-IF.
	DISPLAY 'EMPORGCH: EMPPF RECORDS READ - ' WS-EMPPF-READ-COUNT.
	DISPLAY 'EMPORGCH: EMPLOYEES SHOWN ON CHART - ' WS-CHART-COUNT.
	DISPLAY 'EMPORGCH: REPORTING EXCEPTIONS - ' WS-EXCEPTION-COUNT.

7500-WRITE-FINAL-PAGE.
	WRITE EMPORGRP-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPORGRP-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

8000-CLOSE-FILES.
	CLOSE ORGCARD.
	CLOSE EMPPF.
	CLOSE EMPORGRP.

9999-ABEND.
	DISPLAY 'EMPORGCH: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
