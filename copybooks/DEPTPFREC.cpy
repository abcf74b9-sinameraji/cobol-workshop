*> Record layout for the DEPTPF department reference master file,
*> keyed by DEPT-CODE. Maintained by DEPTMNT; read by EMPEDIT to
*> validate EMP-DEPT on transactions and by EMPDEPTS for the
*> department name on the headcount summary. EMPLCDST charges
*> salary cost to DEPT-COST-CENTER on the monthly GL journal.
01  DEPTPF-RECORD.
	05  DEPT-CODE                   PIC X(4).
	05  DEPT-NAME                   PIC X(25).
