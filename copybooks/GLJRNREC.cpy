*> GLJRNREC.CPY
*> Record layout for the general ledger journal interface file
*> EMPLCDST writes at month end for the labor cost distribution.
*> One header record carries the source, the accounting period,
*> the run date and the journal date (last day of the period).
*> One debit detail per cost center carries that cost center's
*> prorated salary cost to the salary expense account; one credit
*> detail (cost center blank) carries the total to the accrued
*> salaries account, so the journal balances on its own. The
*> trailer carries the detail count and the debit and credit
*> totals, which the GL load checks before posting.
01  GLJRN-RECORD.
	05  GLJ-REC-TYPE                PIC X(1).
		88  GLJ-HEADER              VALUE 'H'.
		88  GLJ-DETAIL              VALUE 'D'.
		88  GLJ-TRAILER             VALUE 'T'.
	05  GLJ-DATA                    PIC X(79).
	05  GLJ-HEADER-DATA REDEFINES GLJ-DATA.
		10  GLJ-SOURCE              PIC X(6).
		10  GLJ-PERIOD              PIC 9(6).
		10  GLJ-RUN-DATE            PIC 9(8).
		10  GLJ-JOURNAL-DATE        PIC 9(8).
		10  FILLER                  PIC X(51).
	05  GLJ-DETAIL-DATA REDEFINES GLJ-DATA.
		10  GLJ-COST-CENTER         PIC X(6).
		10  GLJ-ACCOUNT             PIC X(10).
		10  GLJ-DR-CR               PIC X(1).
			88  GLJ-DEBIT           VALUE 'D'.
			88  GLJ-CREDIT          VALUE 'C'.
		10  GLJ-AMOUNT              PIC 9(11)V99.
		10  GLJ-DESCRIPTION         PIC X(30).
		10  FILLER                  PIC X(19).
	05  GLJ-TRAILER-DATA REDEFINES GLJ-DATA.
		10  GLJ-RECORD-COUNT        PIC 9(7).
		10  GLJ-DEBIT-TOTAL         PIC 9(11)V99.
		10  GLJ-CREDIT-TOTAL        PIC 9(11)V99.
		10  FILLER                  PIC X(46).
