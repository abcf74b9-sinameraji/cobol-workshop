*> DEPTPOSREC.CPY
*> Record layout for the DEPTPOS authorized-positions file, keyed
*> by department code. POS-AUTH-COUNT is the headcount the department
*> is authorized to carry. Maintained by POSMNT. EMPEDIT rejects an
*> add, transfer in, or rehire that would take the department past
*> it, counting active and on-leave employees on EMPPF, adds waiting
*> on the pending file, and moves already accepted in the same run.
*> A department with no record here is not under position control.
*> EMPVACRP prints authorized, filled, pending and open positions.
01  DEPTPOS-RECORD.
	05  POS-DEPT                    PIC X(4).
	05  POS-AUTH-COUNT              PIC 9(5).
	05  POS-LAST-CHANGE-DATE        PIC 9(8).
	05  FILLER                      PIC X(10).
