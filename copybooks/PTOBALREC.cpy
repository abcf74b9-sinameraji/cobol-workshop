*> PTOBALREC.CPY
*> Record layout for the PTOBAL paid-time-off balance file, keyed
*> by employee number. Balances and year-to-date figures are hours
*> with two decimal places. EMPPTOAC credits the monthly accrual.
*> PTO-BALANCE-YEAR is the year the YTD figures belong to; the
*> first EMPPTOAC, EMPPTOMT or EMPPTOPY run of a new year to touch
*> a record cuts each balance back to its carryover cap through
*> EMPPTOCO (see PTOCOPRM.CPY) before anything is credited, posted
*> or paid out.
*> EMPPTOMT posts usage and adjustments and creates the record
*> when an opening balance is keyed. EMPPTOPY pays out the
*> vacation balance of a terminated employee, zeroes both
*> balances, and stamps PTO-PAYOUT-DATE so it is paid once; the
*> date is cleared again if the employee is rehired. A balance
*> whose employee is no longer on EMPPF is listed, zeroed and
*> stamped the same way with PTO-PAYOUT-HOURS zero (nothing paid).
*> EMPPTOST prints the balance statement by department.
01  PTOBAL-RECORD.
	05  PTO-EMPNO                   PIC X(6).
	05  PTO-VAC-BALANCE             PIC 9(4)V99.
	05  PTO-SICK-BALANCE            PIC 9(4)V99.
	05  PTO-VAC-YTD-ACCRUED         PIC 9(4)V99.
	05  PTO-VAC-YTD-USED            PIC 9(4)V99.
	05  PTO-SICK-YTD-ACCRUED        PIC 9(4)V99.
	05  PTO-SICK-YTD-USED           PIC 9(4)V99.
	05  PTO-VAC-FORFEITED           PIC 9(4)V99.
	05  PTO-SICK-FORFEITED          PIC 9(4)V99.
	05  PTO-BALANCE-YEAR            PIC 9(4).
	05  PTO-LAST-ACCRUAL-MONTH      PIC 9(6).
	05  PTO-LAST-ACTIVITY-DATE      PIC 9(8).
	05  PTO-PAYOUT-DATE             PIC 9(8).
	05  PTO-PAYOUT-HOURS            PIC 9(4)V99.
	05  FILLER                      PIC X(10).
