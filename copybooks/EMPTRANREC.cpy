*> TRAN-GRADE is the salary grade: on an add it becomes EMP-GRADE,
*> on a change a non-blank value replaces EMP-GRADE and blank
*> leaves it untouched. EMPEDIT validates the grade against
*> GRADEPF and rejects a salary below the grade's minimum, or an
*> add above its maximum; a change above the maximum is held for
*> approval instead (see EMPAPRREC.CPY).
*> TRAN-SUPV-EMPNO is the supervisor's employee number: on an add
*> it becomes EMP-SUPV-EMPNO (blank = none); on a change blank
*> leaves EMP-SUPV-EMPNO untouched and 000000 removes it.
01  EMPTRAN-RECORD.
	05  TRAN-CODE                   PIC X(1).
		88  TRAN-ADD                VALUE 'A'.
		88  TRAN-STATUS-UNCHANGED   VALUE ' '.
	05  TRAN-GRADE                  PIC X(1).
		88  TRAN-GRADE-UNCHANGED    VALUE ' '.
	05  TRAN-SUPV-EMPNO             PIC X(6).
		88  TRAN-SUPV-UNCHANGED     VALUE SPACES.
		88  TRAN-SUPV-REMOVE        VALUE '000000'.
