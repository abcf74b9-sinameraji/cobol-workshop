*> Record layout for the GRADEPF salary grade reference master,
*> keyed by the one-character grade code carried on EMPPF as
*> EMP-GRADE. Maintained by GRDMNT; read by EMPEDIT to reject
*> adds outside the assigned grade's range and salary changes
*> below its minimum (a change above the maximum is held for
*> approval), and by EMPCOMPR for the midpoint on the compa-ratio
*> report.
*> Amounts are annual salaries with two decimal places.
01  GRADEPF-RECORD.
	05  GRD-CODE                    PIC X(1).
