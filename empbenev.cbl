       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPBENEV.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT BENCARD ASSIGN TO BENCARD
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

		SELECT OPTIONAL BENPRV ASSIGN TO BENPRV
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRV-STATUS.

		SELECT BENFEED ASSIGN TO BENFEED
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-FEED-STATUS.

		SELECT EMPBERPT ASSIGN TO EMPBERPT
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD BENCARD
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	01 BENCARD-RECORD.
		05 BCD-WAIT-DAYS	PIC X(3).
		05 FILLER		PIC X(77).

	FD EMPPF
		LABEL RECORDS ARE STANDARD.
	COPY EMPPFREC.

	FD EMPHIST
		LABEL RECORDS ARE STANDARD.
	COPY EMPHISTREC.

	FD EMPLEAVE
		LABEL RECORDS ARE STANDARD.
	COPY EMPLVEREC.

	FD BENPRV
		LABEL RECORDS ARE STANDARD.
	01 BENPRV-RECORD.
		05 BPRV-REC-TYPE	PIC X(1).
		05 BPRV-SOURCE		PIC X(6).
		05 BPRV-RUN-DATE	PIC X(8).
		05 FILLER		PIC X(65).

	FD BENFEED
		LABEL RECORDS ARE STANDARD.
	COPY BENEVREC.

	FD EMPBERPT
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 132 CHARACTERS.
	01 EMPBERPT-LINE		PIC X(132).

	WORKING-STORAGE SECTION.
	01 WS-CARD-STATUS		PIC X(2).
	01 WS-EMPPF-STATUS		PIC X(2).
	01 WS-HIST-STATUS		PIC X(2).
	01 WS-LEAVE-STATUS		PIC X(2).
	01 WS-PRV-STATUS		PIC X(2).
	01 WS-FEED-STATUS		PIC X(2).
	01 WS-PRINT-STATUS		PIC X(2).
	01 WS-ABEND-RETURN-CODE	PIC 9(4).

	01 WS-EMPPF-EOF-SWITCH		PIC X VALUE 'N'.
		88 EMPPF-EOF		VALUE 'Y'.
	01 WS-HIST-SCAN-SWITCH		PIC X.
		88 HIST-SCAN-DONE	VALUE 'Y'.
	01 WS-PRIOR-FEED-SWITCH	PIC X VALUE 'N'.
		88 PRIOR-FEED-FOUND	VALUE 'Y'.
	01 WS-JOINED-SWITCH		PIC X.
		88 JOINED-TONIGHT	VALUE 'Y'.
	01 WS-FEED-WINDOW-SWITCH	PIC X.
		88 HIST-IN-FEED-WINDOW	VALUE 'Y'.

	01 WS-RUN-DATE-RAW.
		05 WS-RUN-YYYY		PIC 9(4).
		05 WS-RUN-MM		PIC 9(2).
		05 WS-RUN-DD		PIC 9(2).
	01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW PIC 9(8).
	01 WS-RUN-DATE-DISPLAY		PIC X(10).
	01 WS-PRIOR-RUN-DATE		PIC 9(8).
	01 WS-DATE-WORK		PIC 9(8).
	01 WS-DATE-DISPLAY		PIC X(10).
	01 WS-WAIT-DAYS		PIC 9(3).
	01 WS-WAIT-BASE-DATE		PIC 9(8).
	01 WS-ELIGIBLE-DATE		PIC 9(8).
	01 WS-PREV-STATUS		PIC X(1).
	01 WS-PREV-TERM-DATE		PIC 9(8).
	01 WS-CURR-STATUS		PIC X(1).
	01 WS-EVENT-CODE		PIC X(2).
	01 WS-EVENT-DATE		PIC 9(8).

	01 WS-HIST-EMP.
		05 WS-HE-EMPNO		PIC X(6).
		05 WS-HE-LAST-NAME	PIC X(15).
		05 WS-HE-FIRST-NAME	PIC X(10).
		05 WS-HE-DEPT		PIC X(4).
		05 WS-HE-HIRE-DATE	PIC 9(8).
		05 WS-HE-SALARY		PIC 9(7)V99.
		05 WS-HE-STATUS		PIC X(1).
		05 WS-HE-TERM-DATE	PIC 9(8).
		05 WS-HE-GRADE		PIC X(1).
		05 WS-HE-SUPV-EMPNO	PIC X(6).

	01 WS-EMPPF-READ-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-HIST-NEW-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-DETAIL-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-NEW-HIRE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-WAIT-END-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-LEAVE-START-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-LEAVE-RETURN-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-TERMINATION-COUNT	PIC 9(7) VALUE ZERO.
	01 WS-REHIRE-COUNT		PIC 9(7) VALUE ZERO.
	01 WS-NO-LEAVE-RECORD-COUNT	PIC 9(7) VALUE ZERO.

	COPY RUNCTLPRM.

	01 WS-HEADING-LINE-1.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(10) VALUE 'RUN DATE: '.
		05 WS-H1-RUN-DATE	PIC X(10).
		05 FILLER		PIC X(30) VALUE SPACES.
		05 FILLER		PIC X(40) VALUE 'BENEFITS LIFE-EVENT FEED REPORT'.
		05 FILLER		PIC X(41) VALUE SPACES.

	01 WS-PARM-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(16) VALUE 'WAITING PERIOD: '.
		05 WS-PM-WAIT-DAYS	PIC ZZ9.
		05 FILLER		PIC X(9)  VALUE ' DAYS    '.
		05 FILLER		PIC X(22) VALUE 'EVENTS DATED AFTER:   '.
		05 WS-PM-PRIOR-DATE	PIC X(10).
		05 FILLER		PIC X(71) VALUE SPACES.

	01 WS-COUNT-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 WS-C-LABEL		PIC X(40).
		05 WS-C-COUNT		PIC ZZZ,ZZ9.
		05 FILLER		PIC X(84) VALUE SPACES.

	01 WS-FINAL-LINE.
		05 FILLER		PIC X(1)  VALUE SPACE.
		05 FILLER		PIC X(50) VALUE '*** END OF BENEFITS LIFE-EVENT FEED REPORT ***'.
		05 FILLER		PIC X(81) VALUE SPACES.

	01 WS-BLANK-LINE		PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 0500-RUN-CONTROL-START.
	PERFORM 1000-OPEN-FILES.
	PERFORM 1500-READ-CONTROL-CARD.
	PERFORM 1600-READ-PRIOR-FEED.
	PERFORM 1700-WRITE-HEADER.
	PERFORM 2000-READ-EMPPF.
	PERFORM UNTIL EMPPF-EOF
		PERFORM 3000-PROCESS-EMPLOYEE
		PERFORM 2000-READ-EMPPF
	END-PERFORM.
	PERFORM 6000-WRITE-TRAILER.
	PERFORM 7000-WRITE-CONTROL-TOTALS.
	PERFORM 8000-CLOSE-FILES.
	PERFORM 8800-RUN-CONTROL-END.
	IF WS-NO-LEAVE-RECORD-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

0500-RUN-CONTROL-START.
	MOVE 'S' TO RP-FUNCTION.
	MOVE 'EMPBENEV' TO RP-STEP-NAME.
	MOVE 'EMPEXTR' TO RP-PRED-STEP.
	MOVE ZEROS TO RP-READ-COUNT.
	MOVE ZEROS TO RP-WRITE-COUNT.
	MOVE ZEROS TO RP-PRED-WRITE-COUNT.
	CALL 'EMPRUNCT' USING RUNCTL-PARM.
	IF NOT RP-OK
		DISPLAY 'EMPBENEV: RUN CONTROL REFUSED START - STATUS ' RP-RETURN-STATUS
		MOVE RP-RETURN-STATUS TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1000-OPEN-FILES.
	ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
	STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
		DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
	END-STRING.
	OPEN INPUT EMPPF.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPBENEV: EMPPF NOT FOUND - FILE STATUS 35'
			MOVE 8 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPBENEV: UNEXPECTED EMPPF OPEN STATUS ' WS-EMPPF-STATUS
			MOVE 12 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT EMPHIST.
	EVALUATE WS-HIST-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPBENEV: EMPHIST NOT FOUND - FILE STATUS 35'
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPBENEV: UNEXPECTED EMPHIST OPEN STATUS ' WS-HIST-STATUS
			MOVE 14 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT EMPLEAVE.
	EVALUATE WS-LEAVE-STATUS
		WHEN '00'
			CONTINUE
		WHEN '35'
			DISPLAY 'EMPBENEV: EMPLEAVE NOT FOUND - FILE STATUS 35'
			MOVE 16 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
		WHEN OTHER
			DISPLAY 'EMPBENEV: UNEXPECTED EMPLEAVE OPEN STATUS ' WS-LEAVE-STATUS
			MOVE 16 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	OPEN INPUT BENCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPBENEV: BENCARD OPEN FAILED - FILE STATUS ' WS-CARD-STATUS
		MOVE 18 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT BENFEED.
	IF WS-FEED-STATUS NOT = '00'
		DISPLAY 'EMPBENEV: BENFEED OPEN FAILED - FILE STATUS ' WS-FEED-STATUS
		MOVE 22 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT EMPBERPT.
	IF WS-PRINT-STATUS NOT = '00'
		DISPLAY 'EMPBENEV: EMPBERPT OPEN FAILED - FILE STATUS ' WS-PRINT-STATUS
		MOVE 24 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

1500-READ-CONTROL-CARD.
	READ BENCARD.
	IF WS-CARD-STATUS NOT = '00'
		DISPLAY 'EMPBENEV: NO CONTROL CARD - FILE STATUS ' WS-CARD-STATUS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	IF BCD-WAIT-DAYS NOT NUMERIC
		DISPLAY 'EMPBENEV: WAITING PERIOD MISSING OR NOT NUMERIC - ' BCD-WAIT-DAYS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	MOVE BCD-WAIT-DAYS TO WS-WAIT-DAYS.
	IF WS-WAIT-DAYS < 1 OR WS-WAIT-DAYS > 365
		DISPLAY 'EMPBENEV: WAITING PERIOD MUST BE 001-365 DAYS - ' BCD-WAIT-DAYS
		MOVE 20 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.
	CLOSE BENCARD.

1600-READ-PRIOR-FEED.
	OPEN INPUT BENPRV.
	EVALUATE WS-PRV-STATUS
		WHEN '00'
			READ BENPRV
			IF WS-PRV-STATUS = '00' AND BPRV-REC-TYPE = 'H'
					AND BPRV-RUN-DATE NUMERIC
					AND BPRV-RUN-DATE < WS-RUN-DATE-NUM
				MOVE BPRV-RUN-DATE TO WS-PRIOR-RUN-DATE
				SET PRIOR-FEED-FOUND TO TRUE
			END-IF
			CLOSE BENPRV
		WHEN '05'
		WHEN '35'
			CONTINUE
		WHEN OTHER
			DISPLAY 'EMPBENEV: BENPRV OPEN FAILED - FILE STATUS ' WS-PRV-STATUS
			MOVE 26 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.
	IF NOT PRIOR-FEED-FOUND
		COMPUTE WS-PRIOR-RUN-DATE = FUNCTION DATE-OF-INTEGER
			(FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1)
		DISPLAY 'EMPBENEV: NO PRIOR FEED - FEED COVERS TONIGHT ONLY'
	END-IF.

1700-WRITE-HEADER.
	MOVE SPACES TO BENEV-RECORD.
	SET BEN-HEADER TO TRUE.
	MOVE 'EMPBEN' TO BEN-SOURCE.
	MOVE WS-RUN-DATE-NUM TO BEN-RUN-DATE.
	MOVE WS-PRIOR-RUN-DATE TO BEN-PRIOR-RUN-DATE.
	MOVE WS-WAIT-DAYS TO BEN-WAIT-DAYS.
	PERFORM 5900-WRITE-FEED-RECORD.

2000-READ-EMPPF.
	READ EMPPF NEXT RECORD.
	EVALUATE WS-EMPPF-STATUS
		WHEN '00'
			ADD 1 TO WS-EMPPF-READ-COUNT
		WHEN '10'
			SET EMPPF-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPBENEV: UNEXPECTED EMPPF READ STATUS ' WS-EMPPF-STATUS
			MOVE 28 TO WS-ABEND-RETURN-CODE
			PERFORM 9999-ABEND
	END-EVALUATE.

3000-PROCESS-EMPLOYEE.
	MOVE SPACE TO WS-PREV-STATUS.
	MOVE ZERO TO WS-PREV-TERM-DATE.
	MOVE ZERO TO WS-WAIT-BASE-DATE.
	MOVE 'N' TO WS-JOINED-SWITCH.
	MOVE 'N' TO WS-HIST-SCAN-SWITCH.
	MOVE EMPNO TO HIST-EMPNO.
	MOVE ZERO TO HIST-SEQ.
	START EMPHIST KEY IS GREATER THAN OR EQUAL TO HIST-KEY
		INVALID KEY
			SET HIST-SCAN-DONE TO TRUE
	END-START.
	PERFORM UNTIL HIST-SCAN-DONE
		PERFORM 3100-READ-NEXT-HISTORY
		IF NOT HIST-SCAN-DONE
			PERFORM 3200-APPLY-HISTORY-RECORD
		END-IF
	END-PERFORM.
	IF NOT EMP-TERMINATED
		PERFORM 3500-CHECK-WAITING-PERIOD
	END-IF.

3100-READ-NEXT-HISTORY.
	READ EMPHIST NEXT RECORD.
	EVALUATE TRUE
		WHEN WS-HIST-STATUS = '00' AND HIST-EMPNO = EMPNO
			CONTINUE
		WHEN WS-HIST-STATUS = '00'
			SET HIST-SCAN-DONE TO TRUE
		WHEN WS-HIST-STATUS = '10'
			SET HIST-SCAN-DONE TO TRUE
		WHEN OTHER
			DISPLAY 'EMPBENEV: UNEXPECTED EMPHIST READ STATUS ' WS-HIST-STATUS
			MOVE 30 TO WS-ABEND-RETURN-CODE
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
	IF HIST-DELETE
		MOVE 'D' TO WS-CURR-STATUS
	ELSE
		MOVE WS-HE-STATUS TO WS-CURR-STATUS
	END-IF.
	IF HIST-RUN-DATE > WS-PRIOR-RUN-DATE AND HIST-RUN-DATE <= WS-RUN-DATE-NUM
		SET HIST-IN-FEED-WINDOW TO TRUE
		ADD 1 TO WS-HIST-NEW-COUNT
	ELSE
		MOVE 'N' TO WS-FEED-WINDOW-SWITCH
	END-IF.
	EVALUATE TRUE
		WHEN HIST-ADD
			MOVE WS-HE-HIRE-DATE TO WS-WAIT-BASE-DATE
			IF HIST-IN-FEED-WINDOW
				SET JOINED-TONIGHT TO TRUE
				MOVE WS-HE-HIRE-DATE TO WS-EVENT-DATE
				PERFORM 3300-DEFAULT-EVENT-DATE
				MOVE 'NH' TO WS-EVENT-CODE
				PERFORM 5000-WRITE-HISTORY-EVENT
			END-IF
		WHEN HIST-DELETE
			CONTINUE
		WHEN WS-PREV-STATUS = 'T'
				AND (WS-CURR-STATUS = 'A' OR WS-CURR-STATUS = 'L')
			IF WS-HE-HIRE-DATE > WS-PREV-TERM-DATE
					AND WS-HE-HIRE-DATE <= HIST-RUN-DATE
				MOVE WS-HE-HIRE-DATE TO WS-EVENT-DATE
			ELSE
				MOVE HIST-RUN-DATE TO WS-EVENT-DATE
			END-IF
			MOVE WS-EVENT-DATE TO WS-WAIT-BASE-DATE
			IF HIST-IN-FEED-WINDOW
				SET JOINED-TONIGHT TO TRUE
				MOVE 'RH' TO WS-EVENT-CODE
				PERFORM 5000-WRITE-HISTORY-EVENT
			END-IF
		WHEN NOT HIST-IN-FEED-WINDOW
			CONTINUE
		WHEN WS-CURR-STATUS = 'T'
				AND (WS-PREV-STATUS = 'A' OR WS-PREV-STATUS = 'L')
			MOVE WS-HE-TERM-DATE TO WS-EVENT-DATE
			PERFORM 3300-DEFAULT-EVENT-DATE
			MOVE 'TM' TO WS-EVENT-CODE
			PERFORM 5000-WRITE-HISTORY-EVENT
		WHEN WS-CURR-STATUS = 'L' AND WS-PREV-STATUS = 'A'
			PERFORM 3400-READ-LEAVE-RECORD
			MOVE ZERO TO WS-EVENT-DATE
			IF WS-LEAVE-STATUS = '00' AND LVE-START-DATE NUMERIC
				MOVE LVE-START-DATE TO WS-EVENT-DATE
			END-IF
			PERFORM 3300-DEFAULT-EVENT-DATE
			MOVE 'LS' TO WS-EVENT-CODE
			PERFORM 5000-WRITE-HISTORY-EVENT
		WHEN WS-CURR-STATUS = 'A' AND WS-PREV-STATUS = 'L'
			PERFORM 3400-READ-LEAVE-RECORD
			MOVE ZERO TO WS-EVENT-DATE
			IF WS-LEAVE-STATUS = '00' AND LVE-RETURN-DATE NUMERIC
					AND LVE-RETURN-DATE <= HIST-RUN-DATE
				MOVE LVE-RETURN-DATE TO WS-EVENT-DATE
			END-IF
			PERFORM 3300-DEFAULT-EVENT-DATE
			MOVE 'LR' TO WS-EVENT-CODE
			PERFORM 5000-WRITE-HISTORY-EVENT
	END-EVALUATE.
	IF WS-CURR-STATUS = 'T'
		MOVE WS-HE-TERM-DATE TO WS-PREV-TERM-DATE
	END-IF.
	MOVE WS-CURR-STATUS TO WS-PREV-STATUS.

3300-DEFAULT-EVENT-DATE.
	IF WS-EVENT-DATE = ZERO
		MOVE HIST-RUN-DATE TO WS-EVENT-DATE
	END-IF.

3400-READ-LEAVE-RECORD.
	MOVE EMPNO TO LVE-EMPNO.
	READ EMPLEAVE
		INVALID KEY
			MOVE SPACES TO LVE-REASON-CODE
			ADD 1 TO WS-NO-LEAVE-RECORD-COUNT
			DISPLAY 'EMPBENEV: NO EMPLEAVE RECORD FOR LEAVE EVENT - EMPNO ' EMPNO
				' - DATED ' HIST-RUN-DATE
	END-READ.

3500-CHECK-WAITING-PERIOD.
	IF WS-WAIT-BASE-DATE = ZERO AND EMP-HIRE-DATE NUMERIC
		MOVE EMP-HIRE-DATE TO WS-WAIT-BASE-DATE
	END-IF.
	IF WS-WAIT-BASE-DATE > 16010101
		COMPUTE WS-ELIGIBLE-DATE = FUNCTION DATE-OF-INTEGER
			(FUNCTION INTEGER-OF-DATE(WS-WAIT-BASE-DATE) + WS-WAIT-DAYS)
		IF WS-ELIGIBLE-DATE <= WS-RUN-DATE-NUM
				AND (WS-ELIGIBLE-DATE > WS-PRIOR-RUN-DATE OR JOINED-TONIGHT)
			MOVE SPACES TO BENEV-RECORD
			SET BEN-DETAIL TO TRUE
			SET BEN-WAIT-END TO TRUE
			MOVE EMPNO TO BEN-EMPNO
			MOVE EMP-LAST-NAME TO BEN-LAST-NAME
			MOVE EMP-FIRST-NAME TO BEN-FIRST-NAME
			MOVE WS-ELIGIBLE-DATE TO BEN-EVENT-DATE
			MOVE EMP-DEPT TO BEN-DEPT
			MOVE EMP-STATUS TO BEN-STATUS
			MOVE WS-WAIT-BASE-DATE TO BEN-HIRE-DATE
			PERFORM 5800-WRITE-DETAIL
		END-IF
	END-IF.

5000-WRITE-HISTORY-EVENT.
	MOVE SPACES TO BENEV-RECORD.
	SET BEN-DETAIL TO TRUE.
	MOVE WS-EVENT-CODE TO BEN-EVENT-CODE.
	MOVE WS-HE-EMPNO TO BEN-EMPNO.
	MOVE WS-HE-LAST-NAME TO BEN-LAST-NAME.
	MOVE WS-HE-FIRST-NAME TO BEN-FIRST-NAME.
	MOVE WS-EVENT-DATE TO BEN-EVENT-DATE.
	MOVE WS-HE-DEPT TO BEN-DEPT.
	MOVE WS-CURR-STATUS TO BEN-STATUS.
	MOVE WS-HE-HIRE-DATE TO BEN-HIRE-DATE.
	IF BEN-LEAVE-START OR BEN-LEAVE-RETURN
		MOVE LVE-REASON-CODE TO BEN-LEAVE-REASON
	END-IF.
	PERFORM 5800-WRITE-DETAIL.

5700-FORMAT-DATE.
	STRING WS-DATE-WORK (5:2) '/' WS-DATE-WORK (7:2) '/' WS-DATE-WORK (1:4)
		DELIMITED BY SIZE INTO WS-DATE-DISPLAY
	END-STRING.

5800-WRITE-DETAIL.
	EVALUATE TRUE
		WHEN BEN-NEW-HIRE
			ADD 1 TO WS-NEW-HIRE-COUNT
		WHEN BEN-WAIT-END
			ADD 1 TO WS-WAIT-END-COUNT
		WHEN BEN-LEAVE-START
			ADD 1 TO WS-LEAVE-START-COUNT
		WHEN BEN-LEAVE-RETURN
			ADD 1 TO WS-LEAVE-RETURN-COUNT
		WHEN BEN-TERMINATION
			ADD 1 TO WS-TERMINATION-COUNT
		WHEN BEN-REHIRE
			ADD 1 TO WS-REHIRE-COUNT
	END-EVALUATE.
	ADD 1 TO WS-DETAIL-COUNT.
	PERFORM 5900-WRITE-FEED-RECORD.

5900-WRITE-FEED-RECORD.
	WRITE BENEV-RECORD.
	IF WS-FEED-STATUS NOT = '00'
		DISPLAY 'EMPBENEV: BENFEED WRITE FAILED - FILE STATUS ' WS-FEED-STATUS
		MOVE 32 TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

6000-WRITE-TRAILER.
	MOVE SPACES TO BENEV-RECORD.
	SET BEN-TRAILER TO TRUE.
	MOVE WS-DETAIL-COUNT TO BEN-RECORD-COUNT.
	MOVE WS-NEW-HIRE-COUNT TO BEN-NEW-HIRE-COUNT.
	MOVE WS-WAIT-END-COUNT TO BEN-WAIT-END-COUNT.
	MOVE WS-LEAVE-START-COUNT TO BEN-LEAVE-START-COUNT.
	MOVE WS-LEAVE-RETURN-COUNT TO BEN-LEAVE-RETURN-COUNT.
	MOVE WS-TERMINATION-COUNT TO BEN-TERMINATION-COUNT.
	MOVE WS-REHIRE-COUNT TO BEN-REHIRE-COUNT.
	PERFORM 5900-WRITE-FEED-RECORD.

7000-WRITE-CONTROL-TOTALS.
	MOVE WS-RUN-DATE-DISPLAY TO WS-H1-RUN-DATE.
	WRITE EMPBERPT-LINE FROM WS-HEADING-LINE-1.
	WRITE EMPBERPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE WS-WAIT-DAYS TO WS-PM-WAIT-DAYS.
	MOVE WS-PRIOR-RUN-DATE TO WS-DATE-WORK.
	PERFORM 5700-FORMAT-DATE.
	MOVE WS-DATE-DISPLAY TO WS-PM-PRIOR-DATE.
	WRITE EMPBERPT-LINE FROM WS-PARM-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPBERPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'NEW HIRES..............................: ' TO WS-C-LABEL.
	MOVE WS-NEW-HIRE-COUNT TO WS-C-COUNT.
	WRITE EMPBERPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'REHIRES................................: ' TO WS-C-LABEL.
	MOVE WS-REHIRE-COUNT TO WS-C-COUNT.
	WRITE EMPBERPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'WAITING PERIODS ENDED..................: ' TO WS-C-LABEL.
	MOVE WS-WAIT-END-COUNT TO WS-C-COUNT.
	WRITE EMPBERPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'LEAVE STARTS...........................: ' TO WS-C-LABEL.
	MOVE WS-LEAVE-START-COUNT TO WS-C-COUNT.
	WRITE EMPBERPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'LEAVE RETURNS..........................: ' TO WS-C-LABEL.
	MOVE WS-LEAVE-RETURN-COUNT TO WS-C-COUNT.
	WRITE EMPBERPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'TERMINATIONS...........................: ' TO WS-C-LABEL.
	MOVE WS-TERMINATION-COUNT TO WS-C-COUNT.
	WRITE EMPBERPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EVENT RECORDS WRITTEN..................: ' TO WS-C-LABEL.
	MOVE WS-DETAIL-COUNT TO WS-C-COUNT.
	WRITE EMPBERPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 2 LINES.
	WRITE EMPBERPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPPF RECORDS READ.....................: ' TO WS-C-LABEL.
	MOVE WS-EMPPF-READ-COUNT TO WS-C-COUNT.
	WRITE EMPBERPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'EMPHIST RECORDS SINCE PRIOR FEED.......: ' TO WS-C-LABEL.
	MOVE WS-HIST-NEW-COUNT TO WS-C-COUNT.
	WRITE EMPBERPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
	MOVE 'LEAVE EVENTS WITH NO EMPLEAVE RECORD...: ' TO WS-C-LABEL.
	MOVE WS-NO-LEAVE-RECORD-COUNT TO WS-C-COUNT.
	WRITE EMPBERPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPBERPT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
	WRITE EMPBERPT-LINE FROM WS-FINAL-LINE AFTER ADVANCING 1 LINE.
	DISPLAY 'EMPBENEV: LIFE EVENTS WRITTEN - ' WS-DETAIL-COUNT.

8000-CLOSE-FILES.
	CLOSE EMPPF.
	CLOSE EMPHIST.
	CLOSE EMPLEAVE.
	CLOSE BENFEED.
	CLOSE EMPBERPT.

8800-RUN-CONTROL-END.
	MOVE 'E' TO RP-FUNCTION.
	MOVE WS-EMPPF-READ-COUNT TO RP-READ-COUNT.
	MOVE WS-DETAIL-COUNT TO RP-WRITE-COUNT.
	CALL 'EMPRUNCT' USING RUNCTL-PARM.
	IF NOT RP-OK
		DISPLAY 'EMPBENEV: RUN CONTROL END UPDATE FAILED - STATUS ' RP-RETURN-STATUS
		MOVE RP-RETURN-STATUS TO WS-ABEND-RETURN-CODE
		PERFORM 9999-ABEND
	END-IF.

9999-ABEND.
	DISPLAY 'EMPBENEV: JOB ABENDING WITH RETURN CODE ' WS-ABEND-RETURN-CODE.
	MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
	STOP RUN.
