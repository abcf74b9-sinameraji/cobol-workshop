*> BENEVREC.CPY
*> Record layout for the benefits life-event feed EMPBENEV writes
*> nightly for the benefits carrier. One header record carries the
*> run date, the run date of the previous feed (events dated after
*> it and on or before tonight are in this feed) and the waiting
*> period in days. One detail record per life event carries the
*> event code, the date the event took effect, and the employee's
*> name, department, status and hire date as of the event. The
*> trailer carries the detail count and the count for each event
*> code so the carrier can balance the file before loading it.
01  BENEV-RECORD.
	05  BEN-REC-TYPE                PIC X(1).
		88  BEN-HEADER              VALUE 'H'.
		88  BEN-DETAIL              VALUE 'D'.
		88  BEN-TRAILER             VALUE 'T'.
	05  BEN-DATA                    PIC X(79).
	05  BEN-HEADER-DATA REDEFINES BEN-DATA.
		10  BEN-SOURCE              PIC X(6).
		10  BEN-RUN-DATE            PIC 9(8).
		10  BEN-PRIOR-RUN-DATE      PIC 9(8).
		10  BEN-WAIT-DAYS           PIC 9(3).
		10  FILLER                  PIC X(54).
	05  BEN-DETAIL-DATA REDEFINES BEN-DATA.
		10  BEN-EVENT-CODE          PIC X(2).
			88  BEN-NEW-HIRE        VALUE 'NH'.
			88  BEN-WAIT-END        VALUE 'WP'.
			88  BEN-LEAVE-START     VALUE 'LS'.
			88  BEN-LEAVE-RETURN    VALUE 'LR'.
			88  BEN-TERMINATION     VALUE 'TM'.
			88  BEN-REHIRE          VALUE 'RH'.
		10  BEN-EMPNO               PIC X(6).
		10  BEN-LAST-NAME           PIC X(15).
		10  BEN-FIRST-NAME          PIC X(10).
		10  BEN-EVENT-DATE          PIC 9(8).
		10  BEN-DEPT                PIC X(4).
		10  BEN-STATUS              PIC X(1).
		10  BEN-HIRE-DATE           PIC 9(8).
		10  BEN-LEAVE-REASON        PIC X(2).
		10  FILLER                  PIC X(23).
	05  BEN-TRAILER-DATA REDEFINES BEN-DATA.
		10  BEN-RECORD-COUNT        PIC 9(7).
		10  BEN-NEW-HIRE-COUNT      PIC 9(7).
		10  BEN-WAIT-END-COUNT      PIC 9(7).
		10  BEN-LEAVE-START-COUNT   PIC 9(7).
		10  BEN-LEAVE-RETURN-COUNT  PIC 9(7).
		10  BEN-TERMINATION-COUNT   PIC 9(7).
		10  BEN-REHIRE-COUNT        PIC 9(7).
		10  FILLER                  PIC X(30).
