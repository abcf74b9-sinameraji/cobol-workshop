*> without scanning; every SELECT of EMPPF must declare it.
*> EMP-GRADE is the salary grade code validated against GRADEPF;
*> space means no grade assigned yet (range edits are skipped).
*> EMP-SUPV-EMPNO is the employee number of the person this
*> employee reports to; space means no supervisor (top of the
*> chart). EMPEDIT keeps it pointing at an existing, non-terminated
*> employee and rejects any change that would close a loop; EMPORGCH
*> prints the org chart, span of control, and exceptions from it.
01  EMPPF-RECORD.
	05  EMPNO                   PIC X(6).
	05  EMP-NAME.
		88  EMP-TERMINATED      VALUE 'T'.
	05  EMP-TERM-DATE           PIC 9(8).
	05  EMP-GRADE               PIC X(1).
	05  EMP-SUPV-EMPNO          PIC X(6).
