*> POSTRANREC.CPY
*> Card layout for DEPTPOS maintenance transactions read by POSMNT.
*> PTRAN-CODE drives add/change/delete; the remaining fields mirror
*> DEPTPOS-RECORD (see DEPTPOSREC.CPY). The department must be on
*> DEPTPF to be added.
01  POSTRAN-RECORD.
	05  PTRAN-CODE                  PIC X(1).
		88  PTRAN-ADD               VALUE 'A'.
		88  PTRAN-CHANGE            VALUE 'C'.
		88  PTRAN-DELETE            VALUE 'D'.
	05  PTRAN-DEPT                  PIC X(4).
	05  PTRAN-AUTH-COUNT            PIC 9(5).
	05  FILLER                      PIC X(70).
