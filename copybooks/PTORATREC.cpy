*> PTORATREC.CPY
*> Card layout for the PTO accrual rate table read by EMPPTOAC
*> (accrual hours) and EMPPTOCO (year-end carryover caps).
*> A tier card (type T) gives the monthly vacation and sick hours
*> credited to employees of a grade once they have completed
*> PRATE-FROM-YEARS years of service, and the most hours of each
*> that carry over into a new year. Grade * is the default for any
*> grade without cards of its own. The tier used is the card with
*> the highest from-years not above the employee's completed years.
*> Hours are keyed with two decimals assumed, no point: 0667 is
*> 6.67 hours, 012000 is 120.00 hours. One leave-rule card (type L)
*> says what employees on leave accrue: S = nothing, F = the full
*> amount, H = half; with no L card they accrue nothing.
01  PTORATE-CARD.
	05  PRATE-TYPE                  PIC X(1).
		88  PRATE-TIER-CARD         VALUE 'T'.
		88  PRATE-LEAVE-CARD        VALUE 'L'.
	05  PRATE-TIER-DATA             PIC X(79).
	05  PRATE-TIER-FIELDS REDEFINES PRATE-TIER-DATA.
		10  PRATE-GRADE             PIC X(1).
		10  PRATE-FROM-YEARS        PIC 9(2).
		10  PRATE-VAC-HOURS         PIC 9(2)V99.
		10  PRATE-SICK-HOURS        PIC 9(2)V99.
		10  PRATE-VAC-CAP           PIC 9(4)V99.
		10  PRATE-SICK-CAP          PIC 9(4)V99.
		10  FILLER                  PIC X(56).
	05  PRATE-LEAVE-FIELDS REDEFINES PRATE-TIER-DATA.
		10  PRATE-LEAVE-RULE        PIC X(1).
		10  FILLER                  PIC X(78).
