       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	POSMNT.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL DEPTPOS ASSIGN TO DEPTPOS
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS POS-DEPT
		FILE STATUS IS WS-DEPTPOS-STATUS.

		SELECT DEPTPF ASSIGN TO DEPTPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS WS-DEPTPF-STATUS.

		SELECT POSTRAN ASSIGN TO POSTRAN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TRANS-STATUS.

		SELECT POSMLOG ASSIGN TO POSMLOG
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD DEPTPOS
		LABEL RECORDS ARE STANDARD.
	COPY DEPTPOSREC.

	FD DEPTPF
		LABEL RECORDS ARE STANDARD.
	COPY DEPTPFREC.

	FD POSTRAN
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	COPY POSTRANREC.

	FD POSMLOG
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 POSMLOG-LINE			PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-DEPTPOS-STATUS		PIC X(2).
	01 WS-DEPTPF-STATUS		PIC X(2).
	01 WS-TRANS-STATUS		PIC X(2).
	01 WS-LOG-STATUS		PIC X(2).
	01 WS-TRANS-EOF-SWITCH		PIC X VALUE 'N'.
		88 TRANS-EOF		VALUE 'Y'.
	01 WS-TRAN-VALID-SWITCH	PIC X.
		88 TRAN-VALID		VALUE 'Y'.
		88 TRAN-INVALID		VALUE 'N'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
					PIC 9(8).

	01 WS-ADD-COUNT			PIC 9(7) VALUE ZERO.
	01 WS-CHANGE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-DELETE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-REJECT-COUNT		PIC 9(7) VALUE ZERO.

	01 WS-BEFORE-IMAGE		PIC X(27).

	01 WS-LOG-DETAIL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-ACTION	PIC X(10).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-DEPT		PIC X(4).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-TEXT		PIC X(95).
		05 FILLER		PIC X(20) VALUE SPACES.

	01 WS-LOG-SUMMARY-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 FILLER		PIC X(12) VALUE 'ADDS......: '.
		05 WS-LOG-SUM-ADD	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'CHANGES...: '.
		05 WS-LOG-SUM-CHG	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'DELETES...: '.
		05 WS-LOG-SUM-DEL	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'REJECTS...: '.
		05 WS-LOG-SUM-REJ	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(39) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-OPEN-FILES.
	PERFORM 2000-READ-TRANSACTION.
	PERFORM UNTIL TRANS-EOF
		PERFORM 3000-APPLY-TRANSACTION
		PERFORM 2000-READ-TRANSACTION
	END-PERFORM.
	PERFORM 7000-WRITE-SUMMARY.
	PERFORM 8000-CLOSE-FILES.
	IF WS-REJECT-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	OPEN I-O DEPTPOS.
	IF WS-DEPTPOS-STATUS NOT = '00' AND WS-DEPTPOS-STATUS NOT = '05'
		DISPLAY 'POSMNT: DEPTPOS OPEN FAILED - FILE STATUS ' WS-DEPTPOS-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT DEPTPF.
	EVALUATE WS-DEPTPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'POSMNT: DEPTPF NOT FOUND - FILE STATUS 35'
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'POSMNT: UNEXPECTED DEPTPF OPEN STATUS ' WS-DEPTPF-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT POSTRAN.
	IF WS-TRANS-STATUS NOT = '00'
		DISPLAY 'POSMNT: POSTRAN OPEN FAILED - FILE STATUS ' WS-TRANS-STATUS
		MOVE 16 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT POSMLOG.
	IF WS-LOG-STATUS NOT = '00'
		DISPLAY 'POSMNT: POSMLOG OPEN FAILED - FILE STATUS ' WS-LOG-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

2000-READ-TRANSACTION.
	READ POSTRAN.
	EVALUATE WS-TRANS-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET TRANS-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'POSMNT: UNEXPECTED POSTRAN READ STATUS ' WS-TRANS-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-APPLY-TRANSACTION.
	EVALUATE TRUE
		WHEN PTRAN-ADD
			PERFORM 4000-ADD-POSITIONS
		WHEN PTRAN-CHANGE
			PERFORM 5000-CHANGE-POSITIONS
		WHEN PTRAN-DELETE
			PERFORM 6000-DELETE-POSITIONS
		WHEN OTHER
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE PTRAN-DEPT TO WS-LOG-DEPT
			MOVE 'INVALID TRANSACTION CODE' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			ADD 1 TO WS-REJECT-COUNT
	END-EVALUATE.

3500-EDIT-AUTH-COUNT.
	SET TRAN-VALID TO TRUE.
	IF PTRAN-DEPT = SPACES
		MOVE 'REJECTED' TO WS-LOG-ACTION
		MOVE PTRAN-DEPT TO WS-LOG-DEPT
		MOVE 'DEPARTMENT CODE IS BLANK' TO WS-LOG-TEXT
		PERFORM 7500-WRITE-LOG-LINE
		SET TRAN-INVALID TO TRUE
	END-IF.
	IF PTRAN-AUTH-COUNT NOT NUMERIC
		MOVE 'REJECTED' TO WS-LOG-ACTION
		MOVE PTRAN-DEPT TO WS-LOG-DEPT
		MOVE 'AUTHORIZED COUNT NOT NUMERIC' TO WS-LOG-TEXT
		PERFORM 7500-WRITE-LOG-LINE
		SET TRAN-INVALID TO TRUE
	END-IF.

4000-ADD-POSITIONS.
	PERFORM 3500-EDIT-AUTH-COUNT.
	IF TRAN-VALID
		MOVE PTRAN-DEPT TO DEPT-CODE
		READ DEPTPF
			INVALID KEY
				MOVE 'REJECTED' TO WS-LOG-ACTION
				MOVE PTRAN-DEPT TO WS-LOG-DEPT
				MOVE 'ADD REJECTED - DEPT CODE NOT ON DEPARTMENT MASTER' TO WS-LOG-TEXT
				PERFORM 7500-WRITE-LOG-LINE
				SET TRAN-INVALID TO TRUE
		END-READ
	END-IF.
	IF TRAN-INVALID
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		MOVE SPACES TO DEPTPOS-RECORD
		MOVE PTRAN-DEPT TO POS-DEPT
		MOVE PTRAN-AUTH-COUNT TO POS-AUTH-COUNT
		MOVE WS-RUN-DATE-NUM TO POS-LAST-CHANGE-DATE
		WRITE DEPTPOS-RECORD
		EVALUATE WS-DEPTPOS-STATUS
			WHEN '00'
				ADD 1 TO WS-ADD-COUNT
				MOVE 'ADD' TO WS-LOG-ACTION
				MOVE PTRAN-DEPT TO WS-LOG-DEPT
				STRING 'AFTER: ' DEPTPOS-RECORD DELIMITED BY SIZE INTO WS-LOG-TEXT
				END-STRING
				PERFORM 7500-WRITE-LOG-LINE
			WHEN '22'
				MOVE 'REJECTED' TO WS-LOG-ACTION
				MOVE PTRAN-DEPT TO WS-LOG-DEPT
				MOVE 'ADD REJECTED - DEPT ALREADY UNDER POSITION CONTROL' TO WS-LOG-TEXT
				PERFORM 7500-WRITE-LOG-LINE
				ADD 1 TO WS-REJECT-COUNT
			WHEN OTHER
				MOVE 'REJECTED' TO WS-LOG-ACTION
				MOVE PTRAN-DEPT TO WS-LOG-DEPT
				STRING 'ADD FAILED - FILE STATUS ' WS-DEPTPOS-STATUS
					DELIMITED BY SIZE INTO WS-LOG-TEXT
				END-STRING
				PERFORM 7500-WRITE-LOG-LINE
				ADD 1 TO WS-REJECT-COUNT
		END-EVALUATE
	END-IF.

5000-CHANGE-POSITIONS.
	PERFORM 3500-EDIT-AUTH-COUNT.
	IF TRAN-INVALID
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		MOVE PTRAN-DEPT TO POS-DEPT
		READ DEPTPOS
			INVALID KEY
				MOVE 'REJECTED' TO WS-LOG-ACTION
				MOVE PTRAN-DEPT TO WS-LOG-DEPT
				MOVE 'CHANGE REJECTED - DEPT NOT UNDER POSITION CONTROL' TO WS-LOG-TEXT
				PERFORM 7500-WRITE-LOG-LINE
				ADD 1 TO WS-REJECT-COUNT
			NOT INVALID KEY
				MOVE DEPTPOS-RECORD TO WS-BEFORE-IMAGE
				MOVE PTRAN-AUTH-COUNT TO POS-AUTH-COUNT
				MOVE WS-RUN-DATE-NUM TO POS-LAST-CHANGE-DATE
				REWRITE DEPTPOS-RECORD
				IF WS-DEPTPOS-STATUS = '00'
					ADD 1 TO WS-CHANGE-COUNT
					MOVE 'CHANGE' TO WS-LOG-ACTION
					MOVE PTRAN-DEPT TO WS-LOG-DEPT
					STRING 'BEFORE: ' WS-BEFORE-IMAGE DELIMITED BY SIZE INTO WS-LOG-TEXT
					END-STRING
					PERFORM 7500-WRITE-LOG-LINE
					MOVE 'CHANGE' TO WS-LOG-ACTION
					MOVE PTRAN-DEPT TO WS-LOG-DEPT
					STRING 'AFTER: ' DEPTPOS-RECORD DELIMITED BY SIZE INTO WS-LOG-TEXT
					END-STRING
					PERFORM 7500-WRITE-LOG-LINE
				ELSE
					MOVE 'REJECTED' TO WS-LOG-ACTION
					MOVE PTRAN-DEPT TO WS-LOG-DEPT
					STRING 'CHANGE FAILED - FILE STATUS ' WS-DEPTPOS-STATUS
						DELIMITED BY SIZE INTO WS-LOG-TEXT
					END-STRING
					PERFORM 7500-WRITE-LOG-LINE
					ADD 1 TO WS-REJECT-COUNT
				END-IF
		END-READ
	END-IF.

6000-DELETE-POSITIONS.
	MOVE PTRAN-DEPT TO POS-DEPT.
	READ DEPTPOS
		INVALID KEY
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE PTRAN-DEPT TO WS-LOG-DEPT
			MOVE 'DELETE REJECTED - DEPT NOT UNDER POSITION CONTROL' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			ADD 1 TO WS-REJECT-COUNT
		NOT INVALID KEY
			MOVE DEPTPOS-RECORD TO WS-BEFORE-IMAGE
			DELETE DEPTPOS RECORD
			IF WS-DEPTPOS-STATUS = '00'
				ADD 1 TO WS-DELETE-COUNT
				MOVE 'DELETE' TO WS-LOG-ACTION
				MOVE PTRAN-DEPT TO WS-LOG-DEPT
				STRING 'BEFORE: ' WS-BEFORE-IMAGE DELIMITED BY SIZE INTO WS-LOG-TEXT
				END-STRING
				PERFORM 7500-WRITE-LOG-LINE
			ELSE
				MOVE 'REJECTED' TO WS-LOG-ACTION
				MOVE PTRAN-DEPT TO WS-LOG-DEPT
				STRING 'DELETE FAILED - FILE STATUS ' WS-DEPTPOS-STATUS
					DELIMITED BY SIZE INTO WS-LOG-TEXT
				END-STRING
				PERFORM 7500-WRITE-LOG-LINE
				ADD 1 TO WS-REJECT-COUNT
			END-IF
	END-READ.

7500-WRITE-LOG-LINE.
	WRITE POSMLOG-LINE FROM WS-LOG-DETAIL-LINE AFTER ADVANCING 1 LINE.

7000-WRITE-SUMMARY.
	MOVE WS-ADD-COUNT TO WS-LOG-SUM-ADD.
	MOVE WS-CHANGE-COUNT TO WS-LOG-SUM-CHG.
	MOVE WS-DELETE-COUNT TO WS-LOG-SUM-DEL.
	MOVE WS-REJECT-COUNT TO WS-LOG-SUM-REJ.
	WRITE POSMLOG-LINE FROM WS-LOG-SUMMARY-LINE AFTER ADVANCING 2 LINES.

8000-CLOSE-FILES.
	CLOSE DEPTPOS.
	CLOSE DEPTPF.
	CLOSE POSTRAN.
	CLOSE POSMLOG.

9999-ABEND.
	DISPLAY 'POSMNT: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
