*> APRCARDREC.CPY
*> Card layout for the approval cards read by EMPAPRMT. ACARD-SEQ
*> and ACARD-EMPNO identify the held salary change exactly as the
*> EMPEDIT edit report and the EMPAPRRP approval listing print it.
*> ACARD-APPROVER-ID is the user ID of the person approving; it
*> is required, recorded on the item, and printed on the listing
*> and the EMPAPRMT log. The approver must not be the person who
*> keyed or requested the change.
*> An approval ('A') lets the next nightly EMPEDIT release the
*> change; a decline ('X') drops it for good - key a new
*> transaction if a smaller change is wanted.
01  APRCARD-RECORD.
	05  ACARD-ACTION                PIC X(1).
		88  ACARD-APPROVE           VALUE 'A'.
		88  ACARD-DECLINE           VALUE 'X'.
	05  ACARD-SEQ                   PIC 9(2).
	05  ACARD-EMPNO                 PIC X(6).
	05  FILLER                      PIC X(1).
	05  ACARD-APPROVER-ID           PIC X(8).
	05  FILLER                      PIC X(62).
