000010*****************************************************************
000020* CORRREC.CPY
000030*
000040* RECORD LAYOUT FOR THE GREETING CORRECTION TRANSACTION FILE
000050* (CORRTRAN) READ BY GRTCORR.  ONE TRANSACTION PER GREETING TO
000060* BE FIXED, KEYED ON EMPLOYEE ID PLUS THE LOG DATE THE GREETING
000070* CARRIES TODAY - THE GREETING MASTER'S OWN KEY.
000080*
000090* A "V" (VOID) TRANSACTION REMOVES THE GREETING OUTRIGHT - AN
000100* ARRIVAL THAT SHOULD NEVER HAVE BEEN GREETED.  A "C" (CHANGE)
000110* TRANSACTION REPLACES THE DEPARTMENT, SHIFT, SITE, OR LOG DATE;
000120* A NEW FIELD LEFT BLANK KEEPS THE VALUE ALREADY ON THE MASTER,
000130* AND A CHANGE WITH EVERY NEW FIELD BLANK IS REJECTED.  THE
000140* OPERATOR AND REASON ARE CARRIED ONTO THE JOURNAL IMAGES SO THE
000150* JOURNAL STILL EXPLAINS WHO CHANGED WHAT AND WHY.
000160*
000170* MODIFICATION HISTORY.
000180*   2026-10-15  JH  ORIGINAL COPYBOOK.
000190*****************************************************************
000200 01  CORRECTION-TRANS-RECORD.
000210     05  CT-TRANS-TYPE           PIC X(01).
000220         88  CT-CHANGE               VALUE "C".
000230         88  CT-VOID                 VALUE "V".
000240     05  CT-EMPLOYEE-ID          PIC X(10).
000250     05  CT-LOG-DATE             PIC X(08).
000260     05  CT-NEW-DEPARTMENT       PIC X(20).
000270     05  CT-NEW-SHIFT            PIC X(01).
000280         88  CT-NEW-SHIFT-VALID      VALUE "D" "E" "N".
000290     05  CT-NEW-SITE-CODE        PIC X(03).
000300     05  CT-NEW-LOG-DATE         PIC X(08).
000310     05  CT-OPERATOR-ID          PIC X(08).
000320     05  CT-REASON-TEXT          PIC X(21).
