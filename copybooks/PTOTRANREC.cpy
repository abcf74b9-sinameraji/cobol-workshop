*> PTOTRANREC.CPY
*> Card layout for PTO usage and adjustment transactions read by
*> EMPPTOMT. A usage (U) deducts hours taken on PTOT-DATE and may
*> not overdraw the balance. An adjustment (A) adds (+) or removes
*> (-) hours for the reason given, and is how opening balances are
*> loaded - an adjustment creates the balance record when none is
*> on file. Hours are keyed with two decimals assumed, no point.
01  PTOTRAN-RECORD.
	05  PTOT-CODE                   PIC X(1).
		88  PTOT-USAGE              VALUE 'U'.
		88  PTOT-ADJUST             VALUE 'A'.
	05  PTOT-EMPNO                  PIC X(6).
	05  PTOT-TYPE                   PIC X(1).
		88  PTOT-VACATION           VALUE 'V'.
		88  PTOT-SICK               VALUE 'S'.
	05  PTOT-SIGN                   PIC X(1).
		88  PTOT-PLUS               VALUE '+'.
		88  PTOT-MINUS              VALUE '-'.
	05  PTOT-HOURS                  PIC 9(4)V99.
	05  PTOT-DATE                   PIC X(8).
	05  PTOT-REASON                 PIC X(30).
	05  FILLER                      PIC X(27).
