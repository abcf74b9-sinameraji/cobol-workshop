*> APRPRMREC.CPY
*> Card layout for the dual-control approval parameter card,
*> shared by EMPEDIT and EMPAPRRP so both read the same values.
*> APRP-THRESHOLD-PCT is the salary increase, in percent with two
*> decimal places keyed without the point (1000 = 10.00 percent),
*> above which EMPEDIT holds a 'C' transaction for approval.
*> APRP-EXPIRY-DAYS is the number of days a held item may wait
*> for approval before EMPAPRRP expires it.
01  APRPARM-RECORD.
	05  APRP-THRESHOLD-PCT          PIC 9(2)V99.
	05  FILLER                      PIC X(1).
	05  APRP-EXPIRY-DAYS            PIC 9(3).
	05  FILLER                      PIC X(72).
