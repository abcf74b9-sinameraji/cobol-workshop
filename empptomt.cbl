       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPPTOMT.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL PTOBAL ASSIGN TO PTOBAL
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PTO-EMPNO
		FILE STATUS IS WS-PTOBAL-STATUS.

		SELECT PTOTRAN ASSIGN TO PTOTRAN
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TRANS-STATUS.

		SELECT EMPPF ASSIGN TO EMPPF
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPNO
		ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
		FILE STATUS IS WS-EMPPF-STATUS.

		SELECT EMPPTLOG ASSIGN TO EMPPTLOG
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD PTOBAL
		LABEL RECORDS ARE STANDARD.
	COPY PTOBALREC.

	FD PTOTRAN
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	COPY PTOTRANREC.

	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD EMPPTLOG
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPPTLOG-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-PTOBAL-STATUS		PIC X(2).
	01 WS-TRANS-STATUS		PIC X(2).
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-LOG-STATUS		PIC X(2).
	01 WS-TRANS-EOF-SWITCH		PIC X VALUE 'N'.
		88 TRANS-EOF		VALUE 'Y'.
	01 WS-TRAN-VALID-SWITCH	PIC X.
		88 TRAN-VALID		VALUE 'Y'.
		88 TRAN-INVALID		VALUE 'N'.
	01 WS-BAL-FOUND-SWITCH		PIC X.
		88 BAL-FOUND		VALUE 'Y'.
		88 BAL-NOT-FOUND	VALUE 'N'.
	01 WS-CARRYOVER-SWITCH		PIC X.
		88 CARRYOVER-APPLIED	VALUE 'Y'.
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
				PIC 9(8).

	01 WS-USAGE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-ADJUST-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-NEW-RECORD-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-REJECT-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-CARRYOVER-COUNT		PIC 9(7) VALUE ZERO.

	01 WS-OLD-BALANCE		PIC 9(4)V99.
	01 WS-NEW-BALANCE		PIC 9(4)V99.
	01 WS-TYPE-NAME			PIC X(8).
	01 WS-EDIT-HOURS		PIC Z,ZZ9.99.
	01 WS-EDIT-OLD-BALANCE		PIC Z,ZZ9.99.
	01 WS-EDIT-NEW-BALANCE		PIC Z,ZZ9.99.
	01 WS-EDIT-VAC-FORFEITED	PIC Z,ZZ9.99.
	01 WS-EDIT-SICK-FORFEITED	PIC Z,ZZ9.99.

	COPY PTOCOPRM.

	01 WS-LOG-DETAIL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-ACTION	PIC X(10).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-EMPNO		PIC X(8).
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-LOG-TEXT		PIC X(90).
		05 FILLER		PIC X(21) VALUE SPACES.

	01 WS-LOG-SUMMARY-LINE.
		05 FILLER		PIC X(1) VALUE SPACE.
		05 FILLER		PIC X(12) VALUE 'USAGES....: '.
		05 WS-LOG-SUM-USE	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'ADJUSTS...: '.
		05 WS-LOG-SUM-ADJ	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'NEW RECS..: '.
		05 WS-LOG-SUM-NEW	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'REJECTS...: '.
		05 WS-LOG-SUM-REJ	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(4)  VALUE SPACES.
		05 FILLER		PIC X(12) VALUE 'CARRYOVER.: '.
		05 WS-LOG-SUM-CRY	PIC ZZZ,ZZ9.
		05 FILLER		PIC X(20) VALUE SPACES.

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
	OPEN I-O PTOBAL.
	IF WS-PTOBAL-STATUS NOT = '00' AND WS-PTOBAL-STATUS NOT = '05'
		DISPLAY 'EMPPTOMT: PTOBAL OPEN FAILED - FILE STATUS ' WS-PTOBAL-STATUS
		MOVE 8 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT PTOTRAN.
	IF WS-TRANS-STATUS NOT = '00'
		DISPLAY 'EMPPTOMT: PTOTRAN OPEN FAILED - FILE STATUS ' WS-TRANS-STATUS
		MOVE 12 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN INPUT EMPPF.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPPTOMT: EMPPF NOT FOUND - FILE STATUS 35'
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPPTOMT: UNEXPECTED EMPPF OPEN STATUS ' WS-EMPPF-STATUS
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN OUTPUT EMPPTLOG.
	IF WS-LOG-STATUS NOT = '00'
		DISPLAY 'EMPPTOMT: EMPPTLOG OPEN FAILED - FILE STATUS ' WS-LOG-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

2000-READ-TRANSACTION.
	READ PTOTRAN.
	EVALUATE WS-TRANS-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET TRANS-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPPTOMT: UNEXPECTED PTOTRAN READ STATUS ' WS-TRANS-STATUS
			MOVE 24 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-APPLY-TRANSACTION.
	EVALUATE TRUE
		WHEN PTOT-USAGE
			PERFORM 4000-POST-USAGE
		WHEN PTOT-ADJUST
			PERFORM 5000-POST-ADJUSTMENT
		WHEN OTHER
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE PTOT-EMPNO TO WS-LOG-EMPNO
			MOVE 'INVALID TRANSACTION CODE' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			ADD 1 TO WS-REJECT-COUNT
	END-EVALUATE.

3500-EDIT-TRANSACTION.
	SET TRAN-VALID TO TRUE.
	IF PTOT-VACATION
		MOVE 'VACATION' TO WS-TYPE-NAME
	ELSE
		IF PTOT-SICK
			MOVE 'SICK' TO WS-TYPE-NAME
		ELSE
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE PTOT-EMPNO TO WS-LOG-EMPNO
			MOVE 'PTO TYPE MUST BE V (VACATION) OR S (SICK)' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			SET TRAN-INVALID TO TRUE
		END-IF
	END-IF.
	IF PTOT-HOURS NOT NUMERIC OR PTOT-HOURS = ZERO
		MOVE 'REJECTED' TO WS-LOG-ACTION
		MOVE PTOT-EMPNO TO WS-LOG-EMPNO
		MOVE 'HOURS MISSING, ZERO OR NOT NUMERIC' TO WS-LOG-TEXT
		PERFORM 7500-WRITE-LOG-LINE
		SET TRAN-INVALID TO TRUE
	END-IF.
	MOVE PTOT-EMPNO TO EMPNO.
	READ EMPPF
		INVALID KEY
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE PTOT-EMPNO TO WS-LOG-EMPNO
			MOVE 'EMPNO NOT ON EMPLOYEE MASTER' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			SET TRAN-INVALID TO TRUE
	END-READ.

3600-READ-BALANCE.
	MOVE PTOT-EMPNO TO PTO-EMPNO.
	READ PTOBAL
		INVALID KEY
			SET BAL-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET BAL-FOUND TO TRUE
	END-READ.
	MOVE 'N' TO WS-CARRYOVER-SWITCH.
	IF BAL-FOUND AND PTO-BALANCE-YEAR < WS-RUN-YYYY
		PERFORM 3650-APPLY-CARRYOVER
	END-IF.
	IF PTOT-VACATION
		MOVE PTO-VAC-BALANCE TO WS-OLD-BALANCE
	ELSE
		MOVE PTO-SICK-BALANCE TO WS-OLD-BALANCE
	END-IF.

3650-APPLY-CARRYOVER.
	MOVE WS-RUN-DATE-NUM TO PC-RUN-DATE.
	MOVE EMP-GRADE TO PC-GRADE.
	MOVE EMP-HIRE-DATE TO PC-HIRE-DATE.
	CALL 'EMPPTOCO' USING PTOCO-PARM PTOBAL-RECORD.
	EVALUATE TRUE
		WHEN PC-OK
			SET CARRYOVER-APPLIED TO TRUE
		WHEN PC-NO-TIER
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE PTOT-EMPNO TO WS-LOG-EMPNO
			MOVE 'NO PTO RATE TIER FOR GRADE - YEAR-END CARRYOVER CANNOT BE APPLIED'
				TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			SET TRAN-INVALID TO TRUE
		WHEN OTHER
			DISPLAY 'EMPPTOMT: YEAR-END CARRYOVER FAILED FOR ' PTOT-EMPNO
				' - EMPPTOCO STATUS ' PC-RETURN-STATUS
			MOVE PC-RETURN-STATUS TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3700-LOG-POSTING.
	MOVE PTOT-EMPNO TO WS-LOG-EMPNO.
	MOVE PTOT-HOURS TO WS-EDIT-HOURS.
	MOVE WS-OLD-BALANCE TO WS-EDIT-OLD-BALANCE.
	MOVE WS-NEW-BALANCE TO WS-EDIT-NEW-BALANCE.
	MOVE SPACES TO WS-LOG-TEXT.
	STRING WS-TYPE-NAME DELIMITED BY SPACE
		' ' PTOT-SIGN WS-EDIT-HOURS
		' HOURS   BEFORE: ' WS-EDIT-OLD-BALANCE
		'   AFTER: ' WS-EDIT-NEW-BALANCE
		'   ' PTOT-REASON
		DELIMITED BY SIZE INTO WS-LOG-TEXT
	END-STRING.
	PERFORM 7500-WRITE-LOG-LINE.

3800-LOG-CARRYOVER.
	ADD 1 TO WS-CARRYOVER-COUNT.
	MOVE 'CARRYOVER' TO WS-LOG-ACTION.
	MOVE PTOT-EMPNO TO WS-LOG-EMPNO.
	MOVE PTO-VAC-FORFEITED TO WS-EDIT-VAC-FORFEITED.
	MOVE PTO-SICK-FORFEITED TO WS-EDIT-SICK-FORFEITED.
	MOVE SPACES TO WS-LOG-TEXT.
	STRING 'YEAR-END CARRYOVER APPLIED   VACATION FORFEITED: '
		WS-EDIT-VAC-FORFEITED
		'   SICK FORFEITED: ' WS-EDIT-SICK-FORFEITED
		DELIMITED BY SIZE INTO WS-LOG-TEXT
	END-STRING.
	PERFORM 7500-WRITE-LOG-LINE.

4000-POST-USAGE.
	PERFORM 3500-EDIT-TRANSACTION.
	IF PTOT-DATE NOT NUMERIC OR PTOT-DATE = ZEROS
		MOVE 'REJECTED' TO WS-LOG-ACTION
		MOVE PTOT-EMPNO TO WS-LOG-EMPNO
		MOVE 'DATE TAKEN MISSING OR NOT NUMERIC' TO WS-LOG-TEXT
		PERFORM 7500-WRITE-LOG-LINE
		SET TRAN-INVALID TO TRUE
	END-IF.
	IF TRAN-VALID AND EMP-TERMINATED
		MOVE 'REJECTED' TO WS-LOG-ACTION
		MOVE PTOT-EMPNO TO WS-LOG-EMPNO
		MOVE 'USAGE REJECTED - EMPLOYEE IS TERMINATED' TO WS-LOG-TEXT
		PERFORM 7500-WRITE-LOG-LINE
		SET TRAN-INVALID TO TRUE
	END-IF.
	IF TRAN-VALID
		PERFORM 3600-READ-BALANCE
		IF BAL-NOT-FOUND
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE PTOT-EMPNO TO WS-LOG-EMPNO
			MOVE 'USAGE REJECTED - NO PTO BALANCE ON FILE' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
			SET TRAN-INVALID TO TRUE
		ELSE
			IF TRAN-VALID AND PTOT-HOURS > WS-OLD-BALANCE
				MOVE 'REJECTED' TO WS-LOG-ACTION
				MOVE PTOT-EMPNO TO WS-LOG-EMPNO
				MOVE PTOT-HOURS TO WS-EDIT-HOURS
				MOVE WS-OLD-BALANCE TO WS-EDIT-OLD-BALANCE
				MOVE SPACES TO WS-LOG-TEXT
				STRING 'USAGE REJECTED - ' WS-EDIT-HOURS ' HOURS EXCEEDS '
					WS-TYPE-NAME DELIMITED BY SIZE
					' BALANCE OF ' WS-EDIT-OLD-BALANCE
					DELIMITED BY SIZE INTO WS-LOG-TEXT
				END-STRING
				PERFORM 7500-WRITE-LOG-LINE
				SET TRAN-INVALID TO TRUE
			END-IF
		END-IF
	END-IF.
	IF TRAN-INVALID
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - PTOT-HOURS
		IF PTOT-VACATION
			MOVE WS-NEW-BALANCE TO PTO-VAC-BALANCE
			ADD PTOT-HOURS TO PTO-VAC-YTD-USED
		ELSE
			MOVE WS-NEW-BALANCE TO PTO-SICK-BALANCE
			ADD PTOT-HOURS TO PTO-SICK-YTD-USED
		END-IF
		MOVE PTOT-DATE TO PTO-LAST-ACTIVITY-DATE
		REWRITE PTOBAL-RECORD
		IF WS-PTOBAL-STATUS = '00'
			ADD 1 TO WS-USAGE-COUNT
			IF CARRYOVER-APPLIED
				PERFORM 3800-LOG-CARRYOVER
			END-IF
			MOVE 'USAGE' TO WS-LOG-ACTION
			PERFORM 3700-LOG-POSTING
		ELSE
			MOVE 'REJECTED' TO WS-LOG-ACTION
			MOVE PTOT-EMPNO TO WS-LOG-EMPNO
			STRING 'USAGE FAILED - FILE STATUS ' WS-PTOBAL-STATUS
				DELIMITED BY SIZE INTO WS-LOG-TEXT
			END-STRING
			PERFORM 7500-WRITE-LOG-LINE
			ADD 1 TO WS-REJECT-COUNT
		END-IF
	END-IF.

5000-POST-ADJUSTMENT.
	PERFORM 3500-EDIT-TRANSACTION.
	IF NOT PTOT-PLUS AND NOT PTOT-MINUS
		MOVE 'REJECTED' TO WS-LOG-ACTION
		MOVE PTOT-EMPNO TO WS-LOG-EMPNO
		MOVE 'ADJUSTMENT SIGN MUST BE + OR -' TO WS-LOG-TEXT
		PERFORM 7500-WRITE-LOG-LINE
		SET TRAN-INVALID TO TRUE
	END-IF.
	IF PTOT-REASON = SPACES
		MOVE 'REJECTED' TO WS-LOG-ACTION
		MOVE PTOT-EMPNO TO WS-LOG-EMPNO
		MOVE 'ADJUSTMENT REASON IS REQUIRED' TO WS-LOG-TEXT
		PERFORM 7500-WRITE-LOG-LINE
		SET TRAN-INVALID TO TRUE
	END-IF.
	IF TRAN-VALID
		PERFORM 3600-READ-BALANCE
		IF BAL-NOT-FOUND
			IF PTOT-MINUS
				MOVE 'REJECTED' TO WS-LOG-ACTION
				MOVE PTOT-EMPNO TO WS-LOG-EMPNO
				MOVE 'ADJUSTMENT REJECTED - NO PTO BALANCE ON FILE TO REDUCE'
					TO WS-LOG-TEXT
				PERFORM 7500-WRITE-LOG-LINE
				SET TRAN-INVALID TO TRUE
			ELSE
				PERFORM 5100-INITIALIZE-BALANCE
			END-IF
		ELSE
			IF TRAN-VALID AND PTOT-MINUS AND PTOT-HOURS > WS-OLD-BALANCE
				MOVE 'REJECTED' TO WS-LOG-ACTION
				MOVE PTOT-EMPNO TO WS-LOG-EMPNO
				MOVE 'ADJUSTMENT REJECTED - WOULD TAKE BALANCE BELOW ZERO'
					TO WS-LOG-TEXT
				PERFORM 7500-WRITE-LOG-LINE
				SET TRAN-INVALID TO TRUE
			END-IF
		END-IF
	END-IF.
	IF TRAN-INVALID
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		IF PTOT-PLUS
			COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + PTOT-HOURS
				ON SIZE ERROR
					MOVE 'REJECTED' TO WS-LOG-ACTION
					MOVE PTOT-EMPNO TO WS-LOG-EMPNO
					MOVE 'ADJUSTMENT REJECTED - BALANCE WOULD EXCEED 9999.99 HOURS'
						TO WS-LOG-TEXT
					PERFORM 7500-WRITE-LOG-LINE
					SET TRAN-INVALID TO TRUE
			END-COMPUTE
		ELSE
			COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - PTOT-HOURS
		END-IF
		IF TRAN-INVALID
			ADD 1 TO WS-REJECT-COUNT
		ELSE
			PERFORM 5200-WRITE-ADJUSTMENT
		END-IF
	END-IF.

5100-INITIALIZE-BALANCE.
	MOVE SPACES TO PTOBAL-RECORD.
	MOVE PTOT-EMPNO TO PTO-EMPNO.
	MOVE ZERO TO PTO-VAC-BALANCE.
	MOVE ZERO TO PTO-SICK-BALANCE.
	MOVE ZERO TO PTO-VAC-YTD-ACCRUED.
	MOVE ZERO TO PTO-VAC-YTD-USED.
	MOVE ZERO TO PTO-SICK-YTD-ACCRUED.
	MOVE ZERO TO PTO-SICK-YTD-USED.
	MOVE ZERO TO PTO-VAC-FORFEITED.
	MOVE ZERO TO PTO-SICK-FORFEITED.
	MOVE WS-RUN-YYYY TO PTO-BALANCE-YEAR.
	MOVE ZERO TO PTO-LAST-ACCRUAL-MONTH.
	MOVE ZERO TO PTO-LAST-ACTIVITY-DATE.
	MOVE ZERO TO PTO-PAYOUT-DATE.
	MOVE ZERO TO PTO-PAYOUT-HOURS.
	MOVE ZERO TO WS-OLD-BALANCE.

5200-WRITE-ADJUSTMENT.
	IF PTOT-VACATION
		MOVE WS-NEW-BALANCE TO PTO-VAC-BALANCE
	ELSE
		MOVE WS-NEW-BALANCE TO PTO-SICK-BALANCE
	END-IF.
	MOVE WS-RUN-DATE-NUM TO PTO-LAST-ACTIVITY-DATE.
	IF BAL-FOUND
		REWRITE PTOBAL-RECORD
	ELSE
		WRITE PTOBAL-RECORD
	END-IF.
	IF WS-PTOBAL-STATUS = '00'
		ADD 1 TO WS-ADJUST-COUNT
		IF CARRYOVER-APPLIED
			PERFORM 3800-LOG-CARRYOVER
		END-IF
		IF BAL-NOT-FOUND
			ADD 1 TO WS-NEW-RECORD-COUNT
			MOVE 'NEW RECORD' TO WS-LOG-ACTION
			MOVE PTOT-EMPNO TO WS-LOG-EMPNO
			MOVE 'PTO BALANCE RECORD CREATED' TO WS-LOG-TEXT
			PERFORM 7500-WRITE-LOG-LINE
		END-IF
		MOVE 'ADJUST' TO WS-LOG-ACTION
		PERFORM 3700-LOG-POSTING
	ELSE
		MOVE 'REJECTED' TO WS-LOG-ACTION
		MOVE PTOT-EMPNO TO WS-LOG-EMPNO
		STRING 'ADJUSTMENT FAILED - FILE STATUS ' WS-PTOBAL-STATUS
			DELIMITED BY SIZE INTO WS-LOG-TEXT
		END-STRING
		PERFORM 7500-WRITE-LOG-LINE
		ADD 1 TO WS-REJECT-COUNT
	END-IF.

7500-WRITE-LOG-LINE.
	WRITE EMPPTLOG-LINE FROM WS-LOG-DETAIL-LINE AFTER ADVANCING 1 LINE.

7000-WRITE-SUMMARY.
	MOVE WS-USAGE-COUNT TO WS-LOG-SUM-USE.
	MOVE WS-ADJUST-COUNT TO WS-LOG-SUM-ADJ.
	MOVE WS-NEW-RECORD-COUNT TO WS-LOG-SUM-NEW.
	MOVE WS-REJECT-COUNT TO WS-LOG-SUM-REJ.
	MOVE WS-CARRYOVER-COUNT TO WS-LOG-SUM-CRY.
	WRITE EMPPTLOG-LINE FROM WS-LOG-SUMMARY-LINE AFTER ADVANCING 2 LINES.

8000-CLOSE-FILES.
	CLOSE PTOBAL.
	CLOSE PTOTRAN.
	CLOSE EMPPF.
	CLOSE EMPPTLOG.

9999-ABEND.
	DISPLAY 'EMPPTOMT: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
