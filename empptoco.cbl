       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.	EMPPTOCO.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PTORATES ASSIGN TO PTORATES
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RATE-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD PTORATES
		LABEL RECORDS ARE STANDARD
		RECORD CONTAINS 80 CHARACTERS.
	COPY PTORATREC.

	WORKING-STORAGE SECTION.
	01 WS-RATE-STATUS		PIC X(2).
	01 WS-RATE-EOF-SWITCH		PIC X VALUE 'N'.
		88 RATE-EOF		VALUE 'Y'.
	01 WS-TABLE-LOADED-SWITCH	PIC X VALUE 'N'.
		88 RATE-TABLE-LOADED	VALUE 'Y'.
	01 WS-TIER-FOUND-SWITCH	PIC X.
		88 TIER-FOUND		VALUE 'Y'.

	01 WS-SERVICE-YEARS		PIC 9(2).
	01 WS-BEST-FROM-YEARS		PIC 9(2).
	01 WS-LOOKUP-GRADE		PIC X(1).
	01 WS-APPLY-VAC-CAP		PIC 9(4)V99.
	01 WS-APPLY-SICK-CAP		PIC 9(4)V99.

	01 WS-RATE-TABLE-COUNT		PIC 9(3) VALUE ZERO.
	01 WS-RATE-TABLE.
		05 WS-RATE-ENTRY OCCURS 100 TIMES INDEXED BY WS-RATE-IDX.
			10 WS-RATE-GRADE	PIC X(1).
			10 WS-RATE-FROM-YEARS	PIC 9(2).
			10 WS-RATE-VAC-CAP	PIC 9(4)V99.
			10 WS-RATE-SICK-CAP	PIC 9(4)V99.

	LINKAGE SECTION.
	COPY PTOCOPRM.
	COPY PTOBALREC.

PROCEDURE DIVISION USING PTOCO-PARM PTOBAL-RECORD.
0000-MAIN-PROCESS.
	MOVE ZERO TO PC-RETURN-STATUS.
	IF NOT RATE-TABLE-LOADED
		PERFORM 1000-LOAD-RATE-TABLE
	END-IF.
	IF PC-OK
		PERFORM 2000-COMPUTE-SERVICE-YEARS
		PERFORM 2100-FIND-RATE-TIER
		IF TIER-FOUND
			PERFORM 3000-APPLY-CARRYOVER
		ELSE
			MOVE 4 TO PC-RETURN-STATUS
		END-IF
	END-IF.
	GOBACK.

1000-LOAD-RATE-TABLE.
	OPEN INPUT PTORATES.
	IF WS-RATE-STATUS NOT = '00'
		DISPLAY 'EMPPTOCO: PTORATES OPEN FAILED - FILE STATUS ' WS-RATE-STATUS
		MOVE 20 TO PC-RETURN-STATUS
		GOBACK
	END-IF.
	MOVE 'N' TO WS-RATE-EOF-SWITCH.
	MOVE ZERO TO WS-RATE-TABLE-COUNT.
	PERFORM 1100-READ-RATE-CARD.
	PERFORM UNTIL RATE-EOF OR NOT PC-OK
		PERFORM 1200-STORE-RATE-CARD
		PERFORM 1100-READ-RATE-CARD
	END-PERFORM.
	CLOSE PTORATES.
	IF PC-OK AND WS-RATE-TABLE-COUNT = ZERO
		DISPLAY 'EMPPTOCO: NO USABLE TIER CARDS ON PTORATES'
		MOVE 22 TO PC-RETURN-STATUS
	END-IF.
	IF PC-OK
		SET RATE-TABLE-LOADED TO TRUE
	END-IF.

1100-READ-RATE-CARD.
	READ PTORATES.
	EVALUATE WS-RATE-STATUS
		WHEN '00'
			CONTINUE
		WHEN '10'
			SET RATE-EOF TO TRUE
		WHEN OTHER
			DISPLAY 'EMPPTOCO: UNEXPECTED PTORATES READ STATUS ' WS-RATE-STATUS
			MOVE 24 TO PC-RETURN-STATUS
			SET RATE-EOF TO TRUE
	END-EVALUATE.

1200-STORE-RATE-CARD.
	IF PRATE-TIER-CARD
		AND PRATE-FROM-YEARS IS NUMERIC
		AND PRATE-VAC-CAP IS NUMERIC AND PRATE-SICK-CAP IS NUMERIC
		IF WS-RATE-TABLE-COUNT >= 100
			DISPLAY 'EMPPTOCO: RATE TABLE FULL - MORE THAN 100 TIER CARDS'
			MOVE 26 TO PC-RETURN-STATUS
		ELSE
			ADD 1 TO WS-RATE-TABLE-COUNT
			SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT
			MOVE PRATE-GRADE TO WS-RATE-GRADE (WS-RATE-IDX)
			MOVE PRATE-FROM-YEARS TO WS-RATE-FROM-YEARS (WS-RATE-IDX)
			MOVE PRATE-VAC-CAP TO WS-RATE-VAC-CAP (WS-RATE-IDX)
			MOVE PRATE-SICK-CAP TO WS-RATE-SICK-CAP (WS-RATE-IDX)
		END-IF
	END-IF.

2000-COMPUTE-SERVICE-YEARS.
	IF PC-HIRE-DATE IS NUMERIC AND PC-HIRE-YYYY < PC-RUN-YYYY
		COMPUTE WS-SERVICE-YEARS = PC-RUN-YYYY - PC-HIRE-YYYY
		IF PC-RUN-MM < PC-HIRE-MM
			OR (PC-RUN-MM = PC-HIRE-MM AND PC-RUN-DD < PC-HIRE-DD)
			SUBTRACT 1 FROM WS-SERVICE-YEARS
		END-IF
	ELSE
		MOVE ZERO TO WS-SERVICE-YEARS
	END-IF.

2100-FIND-RATE-TIER.
	MOVE 'N' TO WS-TIER-FOUND-SWITCH.
	MOVE PC-GRADE TO WS-LOOKUP-GRADE.
	PERFORM 2200-SCAN-RATE-TABLE.
	IF NOT TIER-FOUND
		MOVE '*' TO WS-LOOKUP-GRADE
		PERFORM 2200-SCAN-RATE-TABLE
	END-IF.

2200-SCAN-RATE-TABLE.
	MOVE ZERO TO WS-BEST-FROM-YEARS.
	PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
		UNTIL WS-RATE-IDX > WS-RATE-TABLE-COUNT
		IF WS-RATE-GRADE (WS-RATE-IDX) = WS-LOOKUP-GRADE
			AND WS-RATE-FROM-YEARS (WS-RATE-IDX) <= WS-SERVICE-YEARS
			AND (NOT TIER-FOUND
				OR WS-RATE-FROM-YEARS (WS-RATE-IDX) >= WS-BEST-FROM-YEARS)
			SET TIER-FOUND TO TRUE
			MOVE WS-RATE-FROM-YEARS (WS-RATE-IDX) TO WS-BEST-FROM-YEARS
			MOVE WS-RATE-VAC-CAP (WS-RATE-IDX) TO WS-APPLY-VAC-CAP
			MOVE WS-RATE-SICK-CAP (WS-RATE-IDX) TO WS-APPLY-SICK-CAP
		END-IF
	END-PERFORM.

3000-APPLY-CARRYOVER.
	MOVE ZERO TO PTO-VAC-FORFEITED.
	MOVE ZERO TO PTO-SICK-FORFEITED.
	IF PTO-VAC-BALANCE > WS-APPLY-VAC-CAP
		COMPUTE PTO-VAC-FORFEITED = PTO-VAC-BALANCE - WS-APPLY-VAC-CAP
		MOVE WS-APPLY-VAC-CAP TO PTO-VAC-BALANCE
	END-IF.
	IF PTO-SICK-BALANCE > WS-APPLY-SICK-CAP
		COMPUTE PTO-SICK-FORFEITED = PTO-SICK-BALANCE - WS-APPLY-SICK-CAP
		MOVE WS-APPLY-SICK-CAP TO PTO-SICK-BALANCE
	END-IF.
	MOVE ZERO TO PTO-VAC-YTD-ACCRUED.
	MOVE ZERO TO PTO-VAC-YTD-USED.
	MOVE ZERO TO PTO-SICK-YTD-ACCRUED.
	MOVE ZERO TO PTO-SICK-YTD-USED.
	MOVE PC-RUN-YYYY TO PTO-BALANCE-YEAR.
