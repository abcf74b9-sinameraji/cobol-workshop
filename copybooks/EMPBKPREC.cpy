*> Record layout for the sequential EMPPF backup file written by
*> EMPUNLD and read back by EMPRELD. One header record carries the
*> unload run date, one detail record per EMPPF record carries the
*> full 68-byte image, and one trailer carries the record count and
*> EMPNO hash total (computed the same way as READDD's control
*> totals: numeric EMPNOs summed, non-numeric excluded). EMPRELD
*> recomputes both and refuses to load a backup that does not match.
		88  BKP-HEADER              VALUE 'H'.
		88  BKP-DETAIL              VALUE 'D'.
		88  BKP-TRAILER             VALUE 'T'.
	05  BKP-DATA                    PIC X(68).
	05  BKP-HEADER-DATA REDEFINES BKP-DATA.
		10  BKP-RUN-DATE            PIC 9(8).
		10  FILLER                  PIC X(60).
	05  BKP-TRAILER-DATA REDEFINES BKP-DATA.
		10  BKP-RECORD-COUNT        PIC 9(7).
		10  BKP-HASH-TOTAL          PIC 9(9).
		10  FILLER                  PIC X(52).
