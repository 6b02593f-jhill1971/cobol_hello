000010*****************************************************************
000020* TBAUDREC.CPY
000030*
000040* RECORD LAYOUT FOR THE TABLE CHANGE-AUDIT FILE (TBLAUDIT)
000050* WRITTEN BY GRTMAINT.  ONE RECORD PER ADD, CHANGE, OR DELETE
000060* OF A GREETTAB OR SHIFTPRM ENTRY, CARRYING WHICH FILE, WHO MADE
000070* THE CHANGE, WHEN, AND THE RECORD IMAGE BEFORE AND AFTER IT -
000080* SPACES BEFORE AN ADD AND AFTER A DELETE.  THE IMAGES ARE WIDE
000090* ENOUGH FOR A GRETTAB RECORD; A SHFTPRM IMAGE OCCUPIES THE
000100* FIRST 11 BYTES AND THE REST IS SPACES.
000110*
000120* MODIFICATION HISTORY.
000130*   2026-10-15  JH  ORIGINAL COPYBOOK.
000140*****************************************************************
000150 01  TABLE-AUDIT-RECORD.
000160     05  TA-FILE-NAME            PIC X(08).
000170         88  TA-GREETING-TABLE       VALUE "GREETTAB".
000180         88  TA-SHIFT-PARMS          VALUE "SHIFTPRM".
000190     05  TA-ACTION               PIC X(01).
000200         88  TA-ADDED                VALUE "A".
000210         88  TA-CHANGED              VALUE "C".
000220         88  TA-DELETED              VALUE "D".
000230     05  TA-OPERATOR-ID          PIC X(08).
000240     05  TA-CHANGE-DATE          PIC X(08).
000250     05  TA-CHANGE-TIME          PIC X(08).
000260     05  TA-BEFORE-IMAGE         PIC X(65).
000270     05  TA-AFTER-IMAGE          PIC X(65).
000280     05  FILLER                  PIC X(07).
