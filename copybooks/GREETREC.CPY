000100*   2026-08-08  JH  ORIGINAL COPYBOOK - SPLIT OUT OF HELLO AND
000110*                   HELLOBAT, WHICH HAD BEEN CARRYING IDENTICAL
000120*                   COPIES OF THIS RECORD.
000130*   2026-08-08  JH  ADDED EMPLOYEE ID, DEPARTMENT, AND SHIFT SO
000140*                   THE LOG CARRIES THE SAME INTAKE DATA THE
000150*                   ROSTER DOES.
000160*   2026-09-02  JH  APPENDED THE SITE CODE FOR THE ANNEX
000170*                   BUILDING - CARRIED FROM THE ROSTER SO THE
000180*                   REPORTS CAN BREAK BY BUILDING.  SPACES ON
000190*                   OLDER RECORDS READ AS THE MAIN BUILDING.
000200*   2026-10-15  JH  CORRECTION VIEW OVER THE GREETING TEXT.
000210*                   GRTCORR APPENDS A REVERSAL IMAGE (MARKER
000220*                   "*RV*") OF A GREETING IT CHANGES OR VOIDS,
000230*                   FOLLOWED FOR A CHANGE BY THE REPLACEMENT
000240*                   IMAGE (MARKER "*RP*").  A READER OF THE
000250*                   JOURNAL TREATS AN ENTRY AS CANCELLED WHEN A
000260*                   LATER REVERSAL CARRIES ITS EMPLOYEE AND DATE.
000270*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6
000280*                   ASCEND AGAIN.
000281*   2026-10-15  JH  NOTE FOR READERS OF THE CORRECTION VIEW - A
000282*                   REPLACEMENT IMAGE IS LOADED AS A GREETING BUT
000283*                   ITS GR-GREETING HOLDS THE CORRECTION AUDIT,
000284*                   NOT THE TEXT THE EMPLOYEE WAS GIVEN.  A
000285*                   PROGRAM THAT SHOWS OR CARRIES THE TEXT TAKES
000286*                   IT FROM THE ENTRY THE PRECEDING REVERSAL
000287*                   CANCELLED, AS GMSTLOAD DOES.
000290*****************************************************************
000300 01  GREETING-RECORD.
000310     05  GR-USER-NAME            PIC X(50).
000320     05  GR-GREETING             PIC X(60).
000330     05  GR-CORRECTION-VIEW REDEFINES GR-GREETING.
000340         10  GR-ENTRY-MARKER         PIC X(04).
000350             88  GR-REVERSAL-ENTRY       VALUE "*RV*".
000360             88  GR-REPLACEMENT-ENTRY    VALUE "*RP*".
000370             88  GR-CORRECTION-ENTRY     VALUE "*RV*" "*RP*".
000380         10  FILLER                  PIC X(01).
000390         10  GR-CORRECTED-DATE       PIC X(08).
000400         10  FILLER                  PIC X(01).
000410         10  GR-CORRECTED-BY         PIC X(08).
000420         10  FILLER                  PIC X(01).
000430         10  GR-CORRECTION-REASON    PIC X(37).
000440     05  GR-LOG-DATE             PIC X(08).
000450     05  GR-LOG-TIME             PIC X(08).
000460     05  GR-EMPLOYEE-ID          PIC X(10).
000470     05  GR-DEPARTMENT           PIC X(20).
000480     05  GR-SHIFT                PIC X(01).
000490         88  GR-SHIFT-DAY            VALUE "D".
000500         88  GR-SHIFT-EVENING        VALUE "E".
000510         88  GR-SHIFT-NIGHT          VALUE "N".
000520     05  GR-SITE-CODE            PIC X(03).
