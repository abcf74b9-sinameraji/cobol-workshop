*> EMPSUSREC.CPY
*> Record layout for the EMPSUSP transaction suspense file, keyed
*> by employee number, transaction code, and a sequence number that
*> keeps two suspended transactions of the same kind apart. EMPEDIT
*> writes every transaction it rejects here instead of dropping it,
*> re-presents each held item to the full edit on every nightly run,
*> and releases it into the edited stream the night it passes.
*> SUS-FIRST-FAIL-DATE is the night the item first failed and never
*> changes, so the age EMPSUSRP reports runs from the original
*> rejection even after a correction. SUS-REASON holds the reject
*> reasons from the most recent edit, in the order EMPEDIT found
*> them (the first five; SUS-REASON-COUNT says how many there were
*> in all). SUS-PRIMARY-REASON is the first of them, which EMPSUSRP
*> groups the aging summary by.
*> SUS-STATUS 'R' marks an item released to tonight's edited file;
*> the next night's EMPEDIT purges it once that run has completed,
*> and a rerun of the same night re-presents it instead. EMPSUSMT
*> applies the correction and cancel cards (see SUSCARDREC.CPY).
01  EMPSUS-RECORD.
	05  SUS-KEY.
		10  SUS-EMPNO               PIC X(6).
		10  SUS-TRAN-CODE           PIC X(1).
		10  SUS-SEQ                 PIC 9(2).
	05  SUS-STATUS                  PIC X(1).
		88  SUS-HELD                VALUE 'H'.
		88  SUS-RELEASED            VALUE 'R'.
	05  SUS-FIRST-FAIL-DATE         PIC 9(8).
	05  SUS-LAST-FAIL-DATE          PIC 9(8).
	05  SUS-RELEASE-DATE            PIC 9(8).
	05  SUS-FAIL-COUNT              PIC 9(3).
	05  SUS-REASON-COUNT            PIC 9(2).
	05  SUS-REASONS.
		10  SUS-REASON              PIC X(50) OCCURS 5 TIMES.
	05  SUS-PRIMARY-REASON REDEFINES SUS-REASONS PIC X(50).
	05  SUS-CORRECTED-FLAG          PIC X(1).
		88  SUS-CORRECTED           VALUE 'Y'.
		88  SUS-NOT-CORRECTED       VALUE 'N'.
	05  SUS-TRAN-IMAGE              PIC X(77).
	05  FILLER                      PIC X(4).
