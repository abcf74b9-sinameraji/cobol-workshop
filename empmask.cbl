       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPMASK.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MASKCARD ASSIGN TO MASKCARD
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

		SELECT EMPLEAVE ASSIGN TO EMPLEAVE
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LVE-EMPNO
		FILE STATUS IS WS-LEAVE-STATUS.

		SELECT GRADEPF ASSIGN TO GRADEPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GRD-CODE
		FILE STATUS IS WS-GRADE-STATUS.

		SELECT MSKEMPPF ASSIGN TO MSKEMPPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MSK-EMPNO
		ALTERNATE RECORD KEY IS MSK-EMP-NAME WITH DUPLICATES
		FILE STATUS IS WS-MSK-EMPPF-STATUS.

		SELECT MSKHIST ASSIGN TO MSKHIST
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MSK-HIST-KEY
		FILE STATUS IS WS-MSK-HIST-STATUS.

		SELECT MSKLEAVE ASSIGN TO MSKLEAVE
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MSK-LVE-EMPNO
		FILE STATUS IS WS-MSK-LEAVE-STATUS.

		SELECT EMPMSRPT ASSIGN TO EMPMSRPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD MASKCARD
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	01 MASKCARD-RECORD.
		05 MCD-SEED		PIC X(5).
		05 FILLER		PIC X(1).
		05 MCD-MAX-PCT		PIC X(2).
		05 FILLER		PIC X(72).

	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD EMPHIST
		LABEL RECORDS ARE STANDARD.
	COPY EMPHISTREC.

	FD EMPLEAVE
		LABEL RECORDS ARE STANDARD.
	COPY EMPLVEREC.

	FD GRADEPF
		LABEL RECORDS ARE STANDARD.
	COPY GRADEPFREC.

	FD MSKEMPPF
		LABEL RECORDS ARE STANDARD.
	01 MSKEMPPF-RECORD.
		05 MSK-EMPNO		PIC X(6).
		05 MSK-EMP-NAME		PIC X(25).
		05 FILLER		PIC X(37).

	FD MSKHIST
		LABEL RECORDS ARE STANDARD.
	01 MSKHIST-RECORD.
		05 MSK-HIST-KEY		PIC X(10).
		05 FILLER		PIC X(81).

	FD MSKLEAVE
		LABEL RECORDS ARE STANDARD.
	01 MSKLEAVE-RECORD.
		05 MSK-LVE-EMPNO	PIC X(6).
		05 FILLER		PIC X(28).

	FD EMPMSRPT
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPMSRPT-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-CARD-STATUS		PIC X(2).
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-HIST-STATUS		PIC X(2).
	01 WS-LEAVE-STATUS		PIC X(2).
	01 WS-GRADE-STATUS		PIC X(2).
	01 WS-MSK-EMPPF-STATUS		PIC X(2).
	01 WS-MSK-HIST-STATUS		PIC X(2).
	01 WS-MSK-LEAVE-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-EMPPF-EOF-SWITCH		PIC X VALUE 'N'.
		88 EMPPF-EOF		VALUE 'Y'.
	01 WS-HIST-EOF-SWITCH		PIC X VALUE 'N'.
		88 HIST-EOF		VALUE 'Y'.
	01 WS-LEAVE-EOF-SWITCH		PIC X VALUE 'N'.
		88 LEAVE-EOF		VALUE 'Y'.
	01 WS-MSK-EMPPF-EOF-SWITCH	PIC X VALUE 'N'.
		88 MSK-EMPPF-EOF	VALUE 'Y'.
	01 WS-MSK-HIST-EOF-SWITCH	PIC X VALUE 'N'.
		88 MSK-HIST-EOF		VALUE 'Y'.
	01 WS-MSK-LEAVE-EOF-SWITCH	PIC X VALUE 'N'.
		88 MSK-LEAVE-EOF	VALUE 'Y'.

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-DISPLAY		PIC X(10).

	01 WS-SEED			PIC 9(5).
	01 WS-MAX-PCT			PIC 9(2).
	01 WS-PCT-SPAN			PIC 9(2).
	01 WS-PCT			PIC S9(2).
	01 WS-MASK-KEY-X		PIC X(6).
	01 WS-MASK-KEY-N REDEFINES WS-MASK-KEY-X PIC 9(6).
	01 WS-MASK-MIX			PIC 9(12).
	01 WS-MASK-QUOTIENT		PIC 9(12).
	01 WS-MASK-REMAINDER		PIC 9(2).
	01 WS-NAME-SUB			PIC 9(2).
	01 WS-MASK-SALARY		PIC 9(8)V99.
	01 WS-SAVE-EMPNO		PIC X(6).
	01 WS-GROUP-EMPNO		PIC X(6).
	01 WS-GROUP-IMAGE		PIC X(68).

	01 WS-MSK-EMP.
		05 WS-ME-EMPNO		PIC X(6).
		05 WS-ME-NAME.
			10 WS-ME-LAST-NAME	PIC X(15).
			10 WS-ME-FIRST-NAME	PIC X(10).
		05 WS-ME-DEPT		PIC X(4).
		05 WS-ME-HIRE-DATE	PIC X(8).
		05 WS-ME-SALARY		PIC 9(7)V99.
		05 WS-ME-STATUS		PIC X(1).
		05 WS-ME-TERM-DATE	PIC X(8).
		05 WS-ME-GRADE		PIC X(1).
		05 WS-ME-SUPV-EMPNO	PIC X(6).

	01 WS-MSK-HIST.
		05 WS-MH-KEY.
			10 WS-MH-EMPNO		PIC X(6).
			10 WS-MH-SEQ		PIC 9(4).
		05 WS-MH-ACTION		PIC X(1).
		05 WS-MH-RUN-DATE	PIC 9(8).
		05 WS-MH-IMAGE		PIC X(68).
		05 FILLER		PIC X(4).

	01 WS-SRC-EMP-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-MSK-EMP-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-SRC-HIST-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-MSK-HIST-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-SRC-LEAVE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-MSK-LEAVE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-SRC-HIST-LINKED		PIC 9(7) VALUE ZERO.
	01 WS-MSK-HIST-LINKED		PIC 9(7) VALUE ZERO.
	01 WS-SRC-HIST-UNLINKED	PIC 9(7) VALUE ZERO.
	01 WS-MSK-HIST-UNLINKED	PIC 9(7) VALUE ZERO.
	01 WS-SRC-LEAVE-LINKED		PIC 9(7) VALUE ZERO.
	01 WS-MSK-LEAVE-LINKED		PIC 9(7) VALUE ZERO.
	01 WS-SRC-LEAVE-UNLINKED	PIC 9(7) VALUE ZERO.
	01 WS-MSK-LEAVE-UNLINKED	PIC 9(7) VALUE ZERO.
	01 WS-SRC-SUPV-LINKED		PIC 9(7) VALUE ZERO.
	01 WS-MSK-SUPV-LINKED		PIC 9(7) VALUE ZERO.
	01 WS-SRC-SUPV-UNLINKED	PIC 9(7) VALUE ZERO.
	01 WS-MSK-SUPV-UNLINKED	PIC 9(7) VALUE ZERO.
	01 WS-SRC-LATEST-MATCH		PIC 9(7) VALUE ZERO.
	01 WS-MSK-LATEST-MATCH		PIC 9(7) VALUE ZERO.
	01 WS-NOT-ON-SOURCE-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-FIELD-CHANGED-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-HIST-CHANGED-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-LEAVE-CHANGED-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-OUT-OF-RANGE-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-NAME-NOT-MASKED-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-MISMATCH-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-ROW-SOURCE		PIC 9(7).
	01 WS-ROW-MASKED		PIC 9(7).

	01 WS-PAGE-NUMBER		PIC 9(4) VALUE ZERO.
	01 WS-LINE-COUNT		PIC 9(3) VALUE ZERO.

	01 WS-LAST-NAME-VALUES.
		05 FILLER		PIC X(15) VALUE 'ABBOTT'.
		05 FILLER		PIC X(15) VALUE 'ALDRIDGE'.
		05 FILLER		PIC X(15) VALUE 'ARCHER'.
		05 FILLER		PIC X(15) VALUE 'BALDWIN'.
		05 FILLER		PIC X(15) VALUE 'BARLOW'.
		05 FILLER		PIC X(15) VALUE 'BECKETT'.
		05 FILLER		PIC X(15) VALUE 'BRADSHAW'.
		05 FILLER		PIC X(15) VALUE 'BRENNAN'.
		05 FILLER		PIC X(15) VALUE 'CALLOWAY'.
		05 FILLER		PIC X(15) VALUE 'CARVER'.
		05 FILLER		PIC X(15) VALUE 'CHANDLER'.
		05 FILLER		PIC X(15) VALUE 'CROSBY'.
		05 FILLER		PIC X(15) VALUE 'DALTON'.
		05 FILLER		PIC X(15) VALUE 'DRAPER'.
		05 FILLER		PIC X(15) VALUE 'EASTON'.
		05 FILLER		PIC X(15) VALUE 'ELLSWORTH'.
		05 FILLER		PIC X(15) VALUE 'FAIRBANKS'.
		05 FILLER		PIC X(15) VALUE 'FLETCHER'.
		05 FILLER		PIC X(15) VALUE 'GARLAND'.
		05 FILLER		PIC X(15) VALUE 'GILMORE'.
		05 FILLER		PIC X(15) VALUE 'HADLEY'.
		05 FILLER		PIC X(15) VALUE 'HARGROVE'.
		05 FILLER		PIC X(15) VALUE 'HOLLOWAY'.
		05 FILLER		PIC X(15) VALUE 'HUXLEY'.
		05 FILLER		PIC X(15) VALUE 'IRVING'.
		05 FILLER		PIC X(15) VALUE 'JARRETT'.
		05 FILLER		PIC X(15) VALUE 'KENDRICK'.
		05 FILLER		PIC X(15) VALUE 'KINCAID'.
		05 FILLER		PIC X(15) VALUE 'LANGLEY'.
		05 FILLER		PIC X(15) VALUE 'LOCKWOOD'.
		05 FILLER		PIC X(15) VALUE 'MADDOX'.
		05 FILLER		PIC X(15) VALUE 'MERRICK'.
		05 FILLER		PIC X(15) VALUE 'MORROW'.
		05 FILLER		PIC X(15) VALUE 'NORCROSS'.
		05 FILLER		PIC X(15) VALUE 'OAKLEY'.
		05 FILLER		PIC X(15) VALUE 'PARRISH'.
		05 FILLER		PIC X(15) VALUE 'PRESCOTT'.
		05 FILLER		PIC X(15) VALUE 'QUINLAN'.
		05 FILLER		PIC X(15) VALUE 'RADCLIFFE'.
		05 FILLER		PIC X(15) VALUE 'REMINGTON'.
		05 FILLER		PIC X(15) VALUE 'ROWLAND'.
		05 FILLER		PIC X(15) VALUE 'SALTER'.
		05 FILLER		PIC X(15) VALUE 'SHEFFIELD'.
		05 FILLER		PIC X(15) VALUE 'STANHOPE'.
		05 FILLER		PIC X(15) VALUE 'SUTCLIFFE'.
		05 FILLER		PIC X(15) VALUE 'TALBOT'.
		05 FILLER		PIC X(15) VALUE 'THORNTON'.
		05 FILLER		PIC X(15) VALUE 'TILDEN'.
		05 FILLER		PIC X(15) VALUE 'UPSHAW'.
		05 FILLER		PIC X(15) VALUE 'VANCE'.
		05 FILLER		PIC X(15) VALUE 'WAKEFIELD'.
		05 FILLER		PIC X(15) VALUE 'WARWICK'.
		05 FILLER		PIC X(15) VALUE 'WHITCOMB'.
		05 FILLER		PIC X(15) VALUE 'WINSLOW'.
		05 FILLER		PIC X(15) VALUE 'WYNDHAM'.
		05 FILLER		PIC X(15) VALUE 'YARDLEY'.
		05 FILLER		PIC X(15) VALUE 'YORKE'.
		05 FILLER		PIC X(15) VALUE 'ZELLER'.
		05 FILLER		PIC X(15) VALUE 'ASHFORD'.
		05 FILLER		PIC X(15) VALUE 'BRIGHTWELL'.
	01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
		05 WS-LAST-NAME-T	PIC X(15) OCCURS 60 TIMES.

	01 WS-FIRST-NAME-VALUES.
		05 FILLER		PIC X(10) VALUE 'ALAN'.
		05 FILLER		PIC X(10) VALUE 'BARBARA'.
		05 FILLER		PIC X(10) VALUE 'CAROL'.
		05 FILLER		PIC X(10) VALUE 'DANIEL'.
		05 FILLER		PIC X(10) VALUE 'EDITH'.
		05 FILLER		PIC X(10) VALUE 'FRANK'.
		05 FILLER		PIC X(10) VALUE 'GRACE'.
		05 FILLER		PIC X(10) VALUE 'HAROLD'.
		05 FILLER		PIC X(10) VALUE 'IRENE'.
		05 FILLER		PIC X(10) VALUE 'JAMES'.
		05 FILLER		PIC X(10) VALUE 'KAREN'.
		05 FILLER		PIC X(10) VALUE 'LEONARD'.
		05 FILLER		PIC X(10) VALUE 'MARGARET'.
		05 FILLER		PIC X(10) VALUE 'NORMAN'.
		05 FILLER		PIC X(10) VALUE 'OLIVIA'.
		05 FILLER		PIC X(10) VALUE 'PAUL'.
		05 FILLER		PIC X(10) VALUE 'RUTH'.
		05 FILLER		PIC X(10) VALUE 'SAMUEL'.
		05 FILLER		PIC X(10) VALUE 'TERESA'.
		05 FILLER		PIC X(10) VALUE 'VICTOR'.
		05 FILLER		PIC X(10) VALUE 'WALTER'.
		05 FILLER		PIC X(10) VALUE 'YVONNE'.
		05 FILLER		PIC X(10) VALUE 'ARTHUR'.
		05 FILLER		PIC X(10) VALUE 'BEATRICE'.
		05 FILLER		PIC X(10) VALUE 'CHARLES'.
		05 FILLER		PIC X(10) VALUE 'DOROTHY'.
		05 FILLER		PIC X(10) VALUE 'EUGENE'.
		05 FILLER		PIC X(10) VALUE 'FLORENCE'.
		05 FILLER		PIC X(10) VALUE 'GEORGE'.
		05 FILLER		PIC X(10) VALUE 'HELEN'.
		05 FILLER		PIC X(10) VALUE 'IVAN'.
		05 FILLER		PIC X(10) VALUE 'JUNE'.
		05 FILLER		PIC X(10) VALUE 'KENNETH'.
		05 FILLER		PIC X(10) VALUE 'LOIS'.
		05 FILLER		PIC X(10) VALUE 'MARTIN'.
		05 FILLER		PIC X(10) VALUE 'NANCY'.
		05 FILLER		PIC X(10) VALUE 'OSCAR'.
		05 FILLER		PIC X(10) VALUE 'PHYLLIS'.
		05 FILLER		PIC X(10) VALUE 'ROBERT'.
		05 FILLER		PIC X(10) VALUE 'SYLVIA'.
	01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
		05 WS-FIRST-NAME-T	PIC X(10) OCCURS 40 TIMES.

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'TEST DATA MASKING CONTROL REPORT'.
		05 FILLER		PIC X(21) VALUE SPACES.
		05 FILLER		PIC X(5)  VALUE 'PAGE '.
		05 WS-H1-PAGE-NO	PIC ZZZ9.
		05 FILLER		PIC X(1)  VALUE SPACE.

	01 WS-PARM-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(12) VALUE 'MASK SEED: '.
		05 WS-PM-SEED		PIC 9(5).
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(30) VALUE 'SALARY PERTURBATION: PLUS OR '.
		05 FILLER		PIC X(6)  VALUE 'MINUS '.
		05 WS-PM-MAX-PCT	PIC Z9.
		05 FILLER		PIC X(40) VALUE ' PERCENT, HELD WITHIN THE GRADE RANGE'.
		05 FILLER		PIC X(32) VALUE SPACES.

	01 WS-SECTION-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-SC-TEXT		PIC X(80).
		05 FILLER		PIC X(51) VALUE SPACES.

	01 WS-CONTROL-HEADING.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(42) VALUE 'CONTROL'.
		05 FILLER		PIC X(13) VALUE '       SOURCE'.
		05 FILLER		PIC X(11) VALUE '     MASKED'.
		05 FILLER		PIC X(19) VALUE '   RESULT'.
		05 FILLER		PIC X(46) VALUE SPACES.

	01 WS-CONTROL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-CT-LABEL		PIC X(40).
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-CT-SOURCE		PIC ZZZ,ZZZ,ZZ9.
		05 FILLER		PIC X(2)  VALUE SPACES.
		05 WS-CT-MASKED		PIC ZZZ,ZZZ,ZZ9.
		05 FILLER		PIC X(3)  VALUE SPACES.
		05 WS-CT-RESULT		PIC X(16).
		05 FILLER		PIC X(46) VALUE SPACES.

	01 WS-SUMMARY-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-SM-LABEL		PIC X(40).
		05 WS-SM-COUNT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(84) VALUE SPACES.

	01 WS-NOTE-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-NT-TEXT		PIC X(80).
		05 FILLER		PIC X(51) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF TEST DATA MASKING CONTROL REPORT ***'.
		05 FILLER		PIC X(81) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-OPEN-FILES.
	PERFORM 1500-READ-CONTROL-CARD.
	PERFORM 2100-READ-EMPPF.
	PERFORM UNTIL EMPPF-EOF
		PERFORM 3000-MASK-EMPPF-RECORD
		PERFORM 2100-READ-EMPPF
	END-PERFORM.
	MOVE LOW-VALUES TO WS-GROUP-EMPNO.
	PERFORM 2200-READ-EMPHIST.
	PERFORM UNTIL HIST-EOF
		PERFORM 3200-MASK-HIST-RECORD
		PERFORM 2200-READ-EMPHIST
	END-PERFORM.
	PERFORM 3250-CHECK-SOURCE-LATEST.
	PERFORM 2300-READ-EMPLEAVE.
	PERFORM UNTIL LEAVE-EOF
		PERFORM 3300-COPY-LEAVE-RECORD
		PERFORM 2300-READ-EMPLEAVE
	END-PERFORM.
	PERFORM 6000-REOPEN-MASKED-FILES.
	PERFORM 6100-READ-MSK-EMPPF.
	PERFORM UNTIL MSK-EMPPF-EOF
		PERFORM 6200-VERIFY-EMPPF-RECORD
		PERFORM 6100-READ-MSK-EMPPF
	END-PERFORM.
	MOVE LOW-VALUES TO WS-GROUP-EMPNO.
	PERFORM 6300-READ-MSK-HIST.
	PERFORM UNTIL MSK-HIST-EOF
		PERFORM 6320-VERIFY-HIST-RECORD
		PERFORM 6300-READ-MSK-HIST
	END-PERFORM.
	PERFORM 6350-CHECK-MASKED-LATEST.
	PERFORM 6400-READ-MSK-LEAVE.
	PERFORM UNTIL MSK-LEAVE-EOF
		PERFORM 6420-VERIFY-LEAVE-RECORD
		PERFORM 6400-READ-MSK-LEAVE
	END-PERFORM.
	PERFORM 4000-WRITE-HEADINGS.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 7500-WRITE-FINAL-PAGE.
	PERFORM 8000-CLOSE-FILES.
	IF WS-MISMATCH-COUNT > ZERO
		MOVE 8 TO RETURN-CODE
	END-IF.
	STOP RUN.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN INPUT MASKCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPMASK: MASKCARD OPEN FAILED - FILE STATUS ' WS-CARD-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT GRADEPF.
	IF WS-GRADE-STATUS NOT = '00'
		DISPLAY 'EMPMASK: GRADEPF OPEN FAILED - FILE STATUS ' WS-GRADE-STATUS
		MOVE 10 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT EMPPF.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPMASK: EMPPF NOT FOUND - FILE STATUS 35'
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPMASK: UNEXPECTED EMPPF OPEN STATUS ' WS-EMPPF-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT EMPHIST.
	EVALUATE WS-HIST-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPMASK: EMPHIST NOT FOUND - FILE STATUS 35'
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPMASK: UNEXPECTED EMPHIST OPEN STATUS ' WS-HIST-STATUS
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT EMPLEAVE.
	EVALUATE WS-LEAVE-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPMASK: EMPLEAVE NOT FOUND - FILE STATUS 35'
			MOVE 16 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPMASK: UNEXPECTED EMPLEAVE OPEN STATUS ' WS-LEAVE-STATUS
			MOVE 16 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN OUTPUT MSKEMPPF.
	IF WS-MSK-EMPPF-STATUS NOT = '00'
		DISPLAY 'EMPMASK: MSKEMPPF OPEN FAILED - FILE STATUS ' WS-MSK-EMPPF-STATUS
		MOVE 18 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT MSKHIST.
	IF WS-MSK-HIST-STATUS NOT = '00'
		DISPLAY 'EMPMASK: MSKHIST OPEN FAILED - FILE STATUS ' WS-MSK-HIST-STATUS
		MOVE 18 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT MSKLEAVE.
	IF WS-MSK-LEAVE-STATUS NOT = '00'
		DISPLAY 'EMPMASK: MSKLEAVE OPEN FAILED - FILE STATUS ' WS-MSK-LEAVE-STATUS
		MOVE 18 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT EMPMSRPT.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPMASK: EMPMSRPT OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 22 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1500-READ-CONTROL-CARD.
	READ MASKCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPMASK: NO CONTROL CARD - FILE STATUS ' WS-CARD-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF MCD-SEED NOT NUMERIC
		DISPLAY 'EMPMASK: MASK SEED MISSING OR NOT NUMERIC - ' MCD-SEED
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE MCD-SEED TO WS-SEED.
	IF MCD-MAX-PCT = SPACES
		MOVE 10 TO WS-MAX-PCT
	ELSE
		IF MCD-MAX-PCT NOT NUMERIC
			DISPLAY 'EMPMASK: SALARY PERCENT NOT NUMERIC - ' MCD-MAX-PCT
			MOVE 20 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		END-IF
		MOVE MCD-MAX-PCT TO WS-MAX-PCT
	END-IF.
	IF WS-MAX-PCT < 1 OR WS-MAX-PCT > 25
		DISPLAY 'EMPMASK: SALARY PERCENT MUST BE 01-25 - ' MCD-MAX-PCT
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	COMPUTE WS-PCT-SPAN = WS-MAX-PCT * 2 + 1.

2100-READ-EMPPF.
	IF NOT EMPPF-EOF
		READ EMPPF NEXT RECORD
		EVALUATE WS-EMPPF-STATUS
			WHEN '00'
				ADD 1 TO WS-SRC-EMP-COUNT
			WHEN '10'
				SET EMPPF-EOF TO TRUE
			WHEN OTHER
				DISPLAY 'EMPMASK: UNEXPECTED EMPPF READ STATUS ' WS-EMPPF-STATUS
				MOVE 24 TO WS-ABEND-RETURN-CODE
				PERFORM 9999-ABEND
		END-EVALUATE
	END-IF.

2200-READ-EMPHIST.
	READ EMPHIST NEXT RECORD.
	EVALUATE WS-HIST-STATUS
		WHEN '00'
			ADD 1 TO WS-SRC-HIST-COUNT
		WHEN '10'
			SET HIST-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPMASK: UNEXPECTED EMPHIST READ STATUS ' WS-HIST-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

2300-READ-EMPLEAVE.
	READ EMPLEAVE NEXT RECORD.
	EVALUATE WS-LEAVE-STATUS
		WHEN '00'
			ADD 1 TO WS-SRC-LEAVE-COUNT
		WHEN '10'
			SET LEAVE-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPMASK: UNEXPECTED EMPLEAVE READ STATUS ' WS-LEAVE-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-MASK-EMPPF-RECORD.
	MOVE EMPPF-RECORD TO WS-MSK-EMP.
	PERFORM 5000-MASK-EMPLOYEE.
	MOVE WS-MSK-EMP TO MSKEMPPF-RECORD.
	WRITE MSKEMPPF-RECORD.
	IF WS-MSK-EMPPF-STATUS NOT = '00'
		DISPLAY 'EMPMASK: MSKEMPPF WRITE FAILED - FILE STATUS ' WS-MSK-EMPPF-STATUS
			' EMPNO ' MSK-EMPNO
		MOVE 28 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF EMP-SUPV-EMPNO NOT = SPACES
		PERFORM 3050-CHECK-SOURCE-SUPERVISOR
	END-IF.

3050-CHECK-SOURCE-SUPERVISOR.
	MOVE EMPNO TO WS-SAVE-EMPNO.
	MOVE EMP-SUPV-EMPNO TO EMPNO.
	READ EMPPF
		INVALID KEY
			ADD 1 TO WS-SRC-SUPV-UNLINKED
		NOT INVALID KEY
			ADD 1 TO WS-SRC-SUPV-LINKED
	END-READ.
	MOVE WS-SAVE-EMPNO TO EMPNO.
	START EMPPF KEY IS GREATER THAN EMPNO
		INVALID KEY
			SET EMPPF-EOF TO TRUE
	END-START.

3200-MASK-HIST-RECORD.
	IF HIST-EMPNO NOT = WS-GROUP-EMPNO
		PERFORM 3250-CHECK-SOURCE-LATEST
		MOVE HIST-EMPNO TO WS-GROUP-EMPNO
	END-IF.
	MOVE HIST-IMAGE TO WS-GROUP-IMAGE.
	MOVE HIST-EMPNO TO EMPNO.
	READ EMPPF
		INVALID KEY
			ADD 1 TO WS-SRC-HIST-UNLINKED
		NOT INVALID KEY
			ADD 1 TO WS-SRC-HIST-LINKED
	END-READ.
	MOVE EMPHIST-RECORD TO WS-MSK-HIST.
	MOVE WS-MH-IMAGE TO WS-MSK-EMP.
	PERFORM 5000-MASK-EMPLOYEE.
	MOVE WS-MSK-EMP TO WS-MH-IMAGE.
	MOVE WS-MSK-HIST TO MSKHIST-RECORD.
	WRITE MSKHIST-RECORD.
	IF WS-MSK-HIST-STATUS NOT = '00'
		DISPLAY 'EMPMASK: MSKHIST WRITE FAILED - FILE STATUS ' WS-MSK-HIST-STATUS
			' KEY ' MSK-HIST-KEY
		MOVE 28 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

3250-CHECK-SOURCE-LATEST.
	IF WS-GROUP-EMPNO NOT = LOW-VALUES
		MOVE WS-GROUP-EMPNO TO EMPNO
		READ EMPPF
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF WS-GROUP-IMAGE = EMPPF-RECORD
					ADD 1 TO WS-SRC-LATEST-MATCH
				END-IF
		END-READ
	END-IF.

3300-COPY-LEAVE-RECORD.
	MOVE LVE-EMPNO TO EMPNO.
	READ EMPPF
		INVALID KEY
			ADD 1 TO WS-SRC-LEAVE-UNLINKED
		NOT INVALID KEY
			ADD 1 TO WS-SRC-LEAVE-LINKED
	END-READ.
	MOVE EMPLVE-RECORD TO MSKLEAVE-RECORD.
	WRITE MSKLEAVE-RECORD.
	IF WS-MSK-LEAVE-STATUS NOT = '00'
		DISPLAY 'EMPMASK: MSKLEAVE WRITE FAILED - FILE STATUS ' WS-MSK-LEAVE-STATUS
			' EMPNO ' MSK-LVE-EMPNO
		MOVE 28 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

4000-WRITE-HEADINGS.
	ADD 1 TO WS-PAGE-NUMBER.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NO.
	IF WS-PAGE-NUMBER = 1
		WRITE EMPMSRPT-LINE FROM WS-HEADING-LINE-1
	ELSE
		WRITE EMPMSRPT-LINE FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE
	END-IF.
	MOVE WS-SEED TO WS-PM-SEED.
	MOVE WS-MAX-PCT TO WS-PM-MAX-PCT.
	WRITE EMPMSRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPMSRPT-LINE FROM WS-PARM-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPMSRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 4 TO WS-LINE-COUNT.

5000-MASK-EMPLOYEE.
	MOVE WS-ME-EMPNO TO WS-MASK-KEY-X.
	INSPECT WS-MASK-KEY-X CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ '
		TO '123456789012345678901234560'.
	IF WS-MASK-KEY-X NOT NUMERIC
		MOVE ZERO TO WS-MASK-KEY-N
	END-IF.
	COMPUTE WS-MASK-MIX = (WS-MASK-KEY-N + WS-SEED) * 7919.
	DIVIDE WS-MASK-MIX BY 60 GIVING WS-MASK-QUOTIENT
		REMAINDER WS-MASK-REMAINDER.
	COMPUTE WS-NAME-SUB = WS-MASK-REMAINDER + 1.
	MOVE WS-LAST-NAME-T (WS-NAME-SUB) TO WS-ME-LAST-NAME.
	DIVIDE WS-MASK-QUOTIENT BY 40 GIVING WS-MASK-QUOTIENT
		REMAINDER WS-MASK-REMAINDER.
	COMPUTE WS-NAME-SUB = WS-MASK-REMAINDER + 1.
	MOVE WS-FIRST-NAME-T (WS-NAME-SUB) TO WS-ME-FIRST-NAME.
	IF WS-ME-SALARY NUMERIC AND WS-ME-SALARY > ZERO
		PERFORM 5100-MASK-SALARY
	END-IF.

5100-MASK-SALARY.
	COMPUTE WS-MASK-MIX = (WS-MASK-KEY-N + WS-SEED) * 104729.
	DIVIDE WS-MASK-MIX BY WS-PCT-SPAN GIVING WS-MASK-QUOTIENT
		REMAINDER WS-MASK-REMAINDER.
	COMPUTE WS-PCT = WS-MASK-REMAINDER - WS-MAX-PCT.
	IF WS-PCT = ZERO
		MOVE WS-MAX-PCT TO WS-PCT
	END-IF.
	COMPUTE WS-MASK-SALARY ROUNDED = WS-ME-SALARY * (100 + WS-PCT) / 100.
	IF WS-MASK-SALARY > 9999999.99
		MOVE 9999999.99 TO WS-MASK-SALARY
	END-IF.
	IF WS-ME-GRADE NOT = SPACE
		MOVE WS-ME-GRADE TO GRD-CODE
		READ GRADEPF
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF WS-MASK-SALARY < GRD-MINIMUM
					MOVE GRD-MINIMUM TO WS-MASK-SALARY
				END-IF
				IF WS-MASK-SALARY > GRD-MAXIMUM
					MOVE GRD-MAXIMUM TO WS-MASK-SALARY
				END-IF
		END-READ
	END-IF.
	MOVE WS-MASK-SALARY TO WS-ME-SALARY.

6000-REOPEN-MASKED-FILES.
	CLOSE MSKEMPPF.
	CLOSE MSKHIST.
	CLOSE MSKLEAVE.
	OPEN INPUT MSKEMPPF.
	IF WS-MSK-EMPPF-STATUS NOT = '00'
		DISPLAY 'EMPMASK: MSKEMPPF REOPEN FAILED - FILE STATUS ' WS-MSK-EMPPF-STATUS
		MOVE 30 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT MSKHIST.
	IF WS-MSK-HIST-STATUS NOT = '00'
		DISPLAY 'EMPMASK: MSKHIST REOPEN FAILED - FILE STATUS ' WS-MSK-HIST-STATUS
		MOVE 30 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT MSKLEAVE.
	IF WS-MSK-LEAVE-STATUS NOT = '00'
		DISPLAY 'EMPMASK: MSKLEAVE REOPEN FAILED - FILE STATUS ' WS-MSK-LEAVE-STATUS
		MOVE 30 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

6100-READ-MSK-EMPPF.
	IF NOT MSK-EMPPF-EOF
		READ MSKEMPPF NEXT RECORD
		EVALUATE WS-MSK-EMPPF-STATUS
			WHEN '00'
				ADD 1 TO WS-MSK-EMP-COUNT
			WHEN '10'
				SET MSK-EMPPF-EOF TO TRUE
			WHEN OTHER
				DISPLAY 'EMPMASK: UNEXPECTED MSKEMPPF READ STATUS ' WS-MSK-EMPPF-STATUS
				MOVE 32 TO WS-ABEND-RETURN-CODE
				PERFORM 9999-ABEND
		END-EVALUATE
	END-IF.

6200-VERIFY-EMPPF-RECORD.
	MOVE MSKEMPPF-RECORD TO WS-MSK-EMP.
	MOVE WS-ME-EMPNO TO EMPNO.
	READ EMPPF
		INVALID KEY
			ADD 1 TO WS-NOT-ON-SOURCE-COUNT
		NOT INVALID KEY
			PERFORM 6250-COMPARE-EMPPF-FIELDS
	END-READ.
	IF WS-ME-GRADE NOT = SPACE AND WS-ME-SALARY > ZERO
		MOVE WS-ME-GRADE TO GRD-CODE
		READ GRADEPF
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF WS-ME-SALARY < GRD-MINIMUM OR WS-ME-SALARY > GRD-MAXIMUM
					ADD 1 TO WS-OUT-OF-RANGE-COUNT
				END-IF
		END-READ
	END-IF.
	IF WS-ME-SUPV-EMPNO NOT = SPACES
		PERFORM 6270-CHECK-MASKED-SUPERVISOR
	END-IF.

6250-COMPARE-EMPPF-FIELDS.
	IF WS-ME-DEPT NOT = EMP-DEPT
		OR WS-ME-HIRE-DATE NOT = EMP-HIRE-DATE
		OR WS-ME-STATUS NOT = EMP-STATUS
		OR WS-ME-TERM-DATE NOT = EMP-TERM-DATE
		OR WS-ME-GRADE NOT = EMP-GRADE
		OR WS-ME-SUPV-EMPNO NOT = EMP-SUPV-EMPNO
		ADD 1 TO WS-FIELD-CHANGED-COUNT
	END-IF.
	IF WS-ME-NAME = EMP-NAME
		ADD 1 TO WS-NAME-NOT-MASKED-COUNT
	END-IF.

6270-CHECK-MASKED-SUPERVISOR.
	MOVE MSK-EMPNO TO WS-SAVE-EMPNO.
	MOVE WS-ME-SUPV-EMPNO TO MSK-EMPNO.
	READ MSKEMPPF
		INVALID KEY
			ADD 1 TO WS-MSK-SUPV-UNLINKED
		NOT INVALID KEY
			ADD 1 TO WS-MSK-SUPV-LINKED
	END-READ.
	MOVE WS-SAVE-EMPNO TO MSK-EMPNO.
	START MSKEMPPF KEY IS GREATER THAN MSK-EMPNO
		INVALID KEY
			SET MSK-EMPPF-EOF TO TRUE
	END-START.

6300-READ-MSK-HIST.
	READ MSKHIST NEXT RECORD.
	EVALUATE WS-MSK-HIST-STATUS
		WHEN '00'
			ADD 1 TO WS-MSK-HIST-COUNT
		WHEN '10'
			SET MSK-HIST-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPMASK: UNEXPECTED MSKHIST READ STATUS ' WS-MSK-HIST-STATUS
			MOVE 32 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

6320-VERIFY-HIST-RECORD.
	MOVE MSKHIST-RECORD TO WS-MSK-HIST.
	IF WS-MH-EMPNO NOT = WS-GROUP-EMPNO
		PERFORM 6350-CHECK-MASKED-LATEST
		MOVE WS-MH-EMPNO TO WS-GROUP-EMPNO
	END-IF.
	MOVE WS-MH-IMAGE TO WS-GROUP-IMAGE.
	MOVE WS-MH-EMPNO TO MSK-EMPNO.
	READ MSKEMPPF
		INVALID KEY
			ADD 1 TO WS-MSK-HIST-UNLINKED
		NOT INVALID KEY
			ADD 1 TO WS-MSK-HIST-LINKED
	END-READ.
	MOVE WS-MH-KEY TO HIST-KEY.
	READ EMPHIST
		INVALID KEY
			ADD 1 TO WS-HIST-CHANGED-COUNT
		NOT INVALID KEY
			IF HIST-ACTION NOT = WS-MH-ACTION
				OR HIST-RUN-DATE NOT = WS-MH-RUN-DATE
				OR HIST-IMAGE (1:6) NOT = WS-MH-IMAGE (1:6)
				OR HIST-IMAGE (32:12) NOT = WS-MH-IMAGE (32:12)
				OR HIST-IMAGE (53:16) NOT = WS-MH-IMAGE (53:16)
				ADD 1 TO WS-HIST-CHANGED-COUNT
			END-IF
	END-READ.

6350-CHECK-MASKED-LATEST.
	IF WS-GROUP-EMPNO NOT = LOW-VALUES
		MOVE WS-GROUP-EMPNO TO MSK-EMPNO
		READ MSKEMPPF
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF WS-GROUP-IMAGE = MSKEMPPF-RECORD
					ADD 1 TO WS-MSK-LATEST-MATCH
				END-IF
		END-READ
	END-IF.

6400-READ-MSK-LEAVE.
	READ MSKLEAVE NEXT RECORD.
	EVALUATE WS-MSK-LEAVE-STATUS
		WHEN '00'
			ADD 1 TO WS-MSK-LEAVE-COUNT
		WHEN '10'
			SET MSK-LEAVE-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPMASK: UNEXPECTED MSKLEAVE READ STATUS ' WS-MSK-LEAVE-STATUS
			MOVE 32 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

6420-VERIFY-LEAVE-RECORD.
	MOVE MSK-LVE-EMPNO TO LVE-EMPNO.
	READ EMPLEAVE
		INVALID KEY
			ADD 1 TO WS-LEAVE-CHANGED-COUNT
		NOT INVALID KEY
			IF EMPLVE-RECORD NOT = MSKLEAVE-RECORD
				ADD 1 TO WS-LEAVE-CHANGED-COUNT
			END-IF
	END-READ.
	MOVE MSK-LVE-EMPNO TO MSK-EMPNO.
	READ MSKEMPPF
		INVALID KEY
			ADD 1 TO WS-MSK-LEAVE-UNLINKED
		NOT INVALID KEY
			ADD 1 TO WS-MSK-LEAVE-LINKED
	END-READ.

7000-WRITE-CONTROL-TOTALS.
	MOVE 'RECORD COUNTS AND REFERENTIAL LINKS - SOURCE AGAINST MASKED COPY' TO WS-SC-TEXT.
	WRITE EMPMSRPT-LINE FROM WS-SECTION-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPMSRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPMSRPT-LINE FROM WS-CONTROL-HEADING AFTER ADVANCING 1 LINE.
	WRITE EMPMSRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPPF RECORDS..........................: ' TO WS-CT-LABEL.
	MOVE WS-SRC-EMP-COUNT TO WS-ROW-SOURCE.
	MOVE WS-MSK-EMP-COUNT TO WS-ROW-MASKED.
	PERFORM 7100-WRITE-CONTROL-ROW.
	MOVE 'EMPHIST RECORDS........................: ' TO WS-CT-LABEL.
	MOVE WS-SRC-HIST-COUNT TO WS-ROW-SOURCE.
	MOVE WS-MSK-HIST-COUNT TO WS-ROW-MASKED.
	PERFORM 7100-WRITE-CONTROL-ROW.
	MOVE 'EMPLEAVE RECORDS.......................: ' TO WS-CT-LABEL.
	MOVE WS-SRC-LEAVE-COUNT TO WS-ROW-SOURCE.
	MOVE WS-MSK-LEAVE-COUNT TO WS-ROW-MASKED.
	PERFORM 7100-WRITE-CONTROL-ROW.
	MOVE 'HISTORY WITH EMPLOYEE ON EMPPF.........: ' TO WS-CT-LABEL.
	MOVE WS-SRC-HIST-LINKED TO WS-ROW-SOURCE.
	MOVE WS-MSK-HIST-LINKED TO WS-ROW-MASKED.
	PERFORM 7100-WRITE-CONTROL-ROW.
	MOVE 'HISTORY WITH EMPLOYEE NOT ON EMPPF.....: ' TO WS-CT-LABEL.
	MOVE WS-SRC-HIST-UNLINKED TO WS-ROW-SOURCE.
	MOVE WS-MSK-HIST-UNLINKED TO WS-ROW-MASKED.
	PERFORM 7100-WRITE-CONTROL-ROW.
	MOVE 'LATEST HISTORY IMAGE MATCHES EMPPF.....: ' TO WS-CT-LABEL.
	MOVE WS-SRC-LATEST-MATCH TO WS-ROW-SOURCE.
	MOVE WS-MSK-LATEST-MATCH TO WS-ROW-MASKED.
	PERFORM 7100-WRITE-CONTROL-ROW.
	MOVE 'LEAVE WITH EMPLOYEE ON EMPPF...........: ' TO WS-CT-LABEL.
	MOVE WS-SRC-LEAVE-LINKED TO WS-ROW-SOURCE.
	MOVE WS-MSK-LEAVE-LINKED TO WS-ROW-MASKED.
	PERFORM 7100-WRITE-CONTROL-ROW.
	MOVE 'LEAVE WITH EMPLOYEE NOT ON EMPPF.......: ' TO WS-CT-LABEL.
	MOVE WS-SRC-LEAVE-UNLINKED TO WS-ROW-SOURCE.
	MOVE WS-MSK-LEAVE-UNLINKED TO WS-ROW-MASKED.
	PERFORM 7100-WRITE-CONTROL-ROW.
	MOVE 'SUPERVISOR ON EMPPF....................: ' TO WS-CT-LABEL.
	MOVE WS-SRC-SUPV-LINKED TO WS-ROW-SOURCE.
	MOVE WS-MSK-SUPV-LINKED TO WS-ROW-MASKED.
	PERFORM 7100-WRITE-CONTROL-ROW.
	MOVE 'SUPERVISOR NOT ON EMPPF................: ' TO WS-CT-LABEL.
	MOVE WS-SRC-SUPV-UNLINKED TO WS-ROW-SOURCE.
	MOVE WS-MSK-SUPV-UNLINKED TO WS-ROW-MASKED.
	PERFORM 7100-WRITE-CONTROL-ROW.
	WRITE EMPMSRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'MASKED COPY EXCEPTIONS (EACH MUST BE ZERO)' TO WS-SC-TEXT.
	WRITE EMPMSRPT-LINE FROM WS-SECTION-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPMSRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPPF RECORDS NOT ON SOURCE EMPPF......: ' TO WS-SM-LABEL.
	MOVE WS-NOT-ON-SOURCE-COUNT TO WS-SM-COUNT.
	WRITE EMPMSRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPPF DEPT/DATE/STATUS/GRADE CHANGED...: ' TO WS-SM-LABEL.
	MOVE WS-FIELD-CHANGED-COUNT TO WS-SM-COUNT.
	WRITE EMPMSRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPPF NAMES LEFT UNMASKED..............: ' TO WS-SM-LABEL.
	MOVE WS-NAME-NOT-MASKED-COUNT TO WS-SM-COUNT.
	WRITE EMPMSRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPPF SALARIES OUTSIDE GRADE RANGE.....: ' TO WS-SM-LABEL.
	MOVE WS-OUT-OF-RANGE-COUNT TO WS-SM-COUNT.
	WRITE EMPMSRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPHIST KEY/ACTION/DATE/DEPT CHANGED...: ' TO WS-SM-LABEL.
	MOVE WS-HIST-CHANGED-COUNT TO WS-SM-COUNT.
	WRITE EMPMSRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPLEAVE RECORDS CHANGED...............: ' TO WS-SM-LABEL.
	MOVE WS-LEAVE-CHANGED-COUNT TO WS-SM-COUNT.
	WRITE EMPMSRPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
	ADD WS-NOT-ON-SOURCE-COUNT WS-FIELD-CHANGED-COUNT WS-NAME-NOT-MASKED-COUNT
		WS-OUT-OF-RANGE-COUNT WS-HIST-CHANGED-COUNT WS-LEAVE-CHANGED-COUNT
		TO WS-MISMATCH-COUNT.
	WRITE EMPMSRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	IF WS-MISMATCH-COUNT > ZERO
		MOVE '*** MASKED COPY FAILED ITS CONTROLS - DO NOT RELEASE TO THE TEST REGION ***'
			TO WS-NT-TEXT
	ELSE
		MOVE 'MASKED COPY MATCHES THE SOURCE FILES ON EVERY CONTROL' TO WS-NT-TEXT
	END-IF.
	WRITE EMPMSRPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPMASK: EMPPF RECORDS MASKED - ' WS-MSK-EMP-COUNT.
	DISPLAY 'EMPMASK: EMPHIST RECORDS MASKED - ' WS-MSK-HIST-COUNT.
	DISPLAY 'EMPMASK: EMPLEAVE RECORDS COPIED - ' WS-MSK-LEAVE-COUNT.
	IF WS-MISMATCH-COUNT > ZERO
		DISPLAY 'EMPMASK: MASKED COPY FAILED ' WS-MISMATCH-COUNT ' CONTROL CHECKS'
	END-IF.

7100-WRITE-CONTROL-ROW.
	MOVE WS-ROW-SOURCE TO WS-CT-SOURCE.
	MOVE WS-ROW-MASKED TO WS-CT-MASKED.
	IF WS-ROW-SOURCE = WS-ROW-MASKED
		MOVE 'MATCH' TO WS-CT-RESULT
	ELSE
		MOVE '*** MISMATCH ***' TO WS-CT-RESULT
		ADD 1 TO WS-MISMATCH-COUNT
	END-IF.
	WRITE EMPMSRPT-LINE FROM WS-CONTROL-LINE AFTER ADVANCING 1 LINE.
	ADD 1 TO WS-LINE-COUNT.

7500-WRITE-FINAL-PAGE.
	WRITE EMPMSRPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPMSRPT-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.

8000-CLOSE-FILES.
	CLOSE MASKCARD.
	CLOSE EMPPF.
	CLOSE EMPHIST.
	CLOSE EMPLEAVE.
	CLOSE GRADEPF.
	CLOSE MSKEMPPF.
	CLOSE MSKHIST.
	CLOSE MSKLEAVE.
	CLOSE EMPMSRPT.

9999-ABEND.
	DISPLAY 'EMPMASK: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
