*> PTOCOPRM.CPY
*> Parameter area passed to EMPPTOCO with the PTOBAL record (see
*> PTOBALREC.CPY) whose year-end carryover is due - any record
*> whose PTO-BALANCE-YEAR is before the run year. The caller sets
*> the run date and the employee's grade and hire date from EMPPF.
*> EMPPTOCO finds the employee's PTORATES tier, cuts both balances
*> back to the tier's carryover caps, records the hours forfeited,
*> zeroes the year-to-date figures and moves PTO-BALANCE-YEAR to
*> the run year. The caller rewrites the record. EMPPTOAC calls it
*> at the first accrual of a new year, EMPPTOMT before posting to
*> a balance that has not yet been carried over, so usage taken in
*> January counts against the new year whichever runs first, and
*> EMPPTOPY before paying out such a balance, so hours forfeited at
*> year end are never paid.
*> Return status 04 means no tier for the grade (record unchanged);
*> anything higher means PTORATES could not be read and the caller
*> abends with it.
01  PTOCO-PARM.
	05  PC-RUN-DATE.
		10  PC-RUN-YYYY             PIC 9(4).
		10  PC-RUN-MM               PIC 9(2).
		10  PC-RUN-DD               PIC 9(2).
	05  PC-GRADE                    PIC X(1).
	05  PC-HIRE-DATE.
		10  PC-HIRE-YYYY            PIC 9(4).
		10  PC-HIRE-MM              PIC 9(2).
		10  PC-HIRE-DD              PIC 9(2).
	05  PC-RETURN-STATUS            PIC 9(2).
		88  PC-OK                   VALUE 00.
		88  PC-NO-TIER              VALUE 04.
