*> SUSCARDREC.CPY
*> Card layout for EMPSUSP suspense maintenance read by EMPSUSMT.
*> SCARD-SEQ with the transaction code and employee number inside
*> SCARD-TRAN-IMAGE identify the suspended item exactly as the
*> EMPSUSRP aging report and the EMPEDIT edit report print it.
*> A correction ('R') carries the whole corrected transaction in
*> SCARD-TRAN-IMAGE, in the EMPTRANS layout (see EMPTRANREC.CPY); it
*> replaces the suspended image and is re-presented to EMPEDIT on
*> the next nightly run. The code and employee number cannot be
*> corrected - cancel the item and key a new transaction instead.
*> A cancel ('X') needs only the code and employee number.
01  SUSCARD-RECORD.
	05  SCARD-ACTION                PIC X(1).
		88  SCARD-CORRECT           VALUE 'R'.
		88  SCARD-CANCEL            VALUE 'X'.
	05  SCARD-SEQ                   PIC 9(2).
	05  SCARD-TRAN-IMAGE.
		10  SCARD-TRAN-CODE         PIC X(1).
		10  SCARD-EMPNO             PIC X(6).
		10  SCARD-TRAN-REST         PIC X(70).
