*> EMPAPRREC.CPY
*> Record layout for the EMPAPPR approval-pending file, keyed by
*> employee number and a sequence number that keeps two held
*> changes for the same employee apart. EMPEDIT writes a 'C'
*> transaction here instead of releasing it when the new salary is
*> more than the threshold percentage (APRPRMREC.CPY) above the
*> salary on EMPPF, or when a raise or a grade change leaves it
*> above the maximum of the employee's grade. An employee already
*> over the maximum is not held for a change that keeps the same
*> grade and does not raise the salary.
*> APR-HOLD-REASON records which test held it. The item waits
*> until a second person keys an approval card (APRCARDREC.CPY)
*> through EMPAPRMT, recorded in APR-APPROVER-ID.
*> APR-STATUS 'H' held, awaiting approval;
*>            'A' approved - EMPEDIT re-edits it on the next nightly
*>                run (without the hold tests) and releases it into
*>                the edited stream once it passes; until then
*>                APR-FAIL-REASON holds the first reject reason;
*>            'R' released, 'X' declined by the approver, 'E' expired
*>                by EMPAPRRP after the parameter number of days.
*> APR-STATUS-DATE is the date of the latest status change. EMPEDIT
*> purges R, X and E items once that date has passed, so they show
*> on one nightly EMPAPRRP listing; a same-night EMPEDIT rerun
*> re-presents items released tonight and drops items held tonight.
*> APR-PCT-CHANGE is the change from APR-OLD-SALARY (the EMPPF
*> salary when the item was held) to APR-NEW-SALARY, in percent.
01  EMPAPR-RECORD.
	05  APR-KEY.
		10  APR-EMPNO               PIC X(6).
		10  APR-SEQ                 PIC 9(2).
	05  APR-STATUS                  PIC X(1).
		88  APR-HELD                VALUE 'H'.
		88  APR-APPROVED            VALUE 'A'.
		88  APR-RELEASED            VALUE 'R'.
		88  APR-DECLINED            VALUE 'X'.
		88  APR-EXPIRED             VALUE 'E'.
	05  APR-HOLD-DATE               PIC 9(8).
	05  APR-STATUS-DATE             PIC 9(8).
	05  APR-HOLD-REASON             PIC X(1).
		88  APR-OVER-THRESHOLD      VALUE 'P'.
		88  APR-OVER-GRADE-MAX      VALUE 'G'.
		88  APR-OVER-BOTH           VALUE 'B'.
	05  APR-OLD-SALARY              PIC 9(7)V99.
	05  APR-NEW-SALARY              PIC 9(7)V99.
	05  APR-PCT-CHANGE              PIC S9(5)V99.
	05  APR-GRADE                   PIC X(1).
	05  APR-GRADE-MAXIMUM           PIC 9(7)V99.
	05  APR-APPROVER-ID             PIC X(8).
	05  APR-FAIL-REASON             PIC X(50).
	05  APR-TRAN-IMAGE              PIC X(77).
	05  FILLER                      PIC X(4).
