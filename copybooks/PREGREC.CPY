000010*****************************************************************
000020* PREGREC.CPY
000030*
000040* RECORD LAYOUT FOR THE VISITOR PRE-REGISTRATION FILE (PREREG) -
000050* A KEYED (KSDS) FILE OF THE VISITORS AND CONTRACTORS HOSTS HAVE
000060* TOLD THE DESK TO EXPECT.  KEYED ON EXPECTED DATE, HOST
000070* EMPLOYEE, AND VISITOR NAME, SO A BADGE-IN READS STRAIGHT TO
000080* ITS OWN PRE-REGISTRATION WITH THE DATE, HOST, AND NAME IT WAS
000090* BADGED UNDER, AND ONE DAY'S EXPECTED VISITORS READ BACK IN
000100* HOST ORDER.  LOADED FROM THE HOSTS' DAILY FEED BY PREGLOAD
000110* (THE FEED USES THIS SAME LAYOUT, ARRIVAL FIELDS BLANK); HELLO
000120* AND HELLOBAT MARK AN ENTRY ARRIVED AT BADGE-IN, SUSPFIX WHEN IT
000125* BADGES A CORRECTED SUSPENSE RECORD, AND PREGRPT LISTS THE
000130* ENTRIES NEVER MARKED AS THE DAY'S NO-SHOWS.  A BLANK SITE
000140* READS AS THE MAIN BUILDING, THE SAME CONVENTION ROSTREC USES.
000160*
000170* MODIFICATION HISTORY.
000180*   2026-10-15  JH  ORIGINAL COPYBOOK.
000185*   2026-10-15  JH  SUSPFIX NOW MARKS ENTRIES ARRIVED TOO.
000190*****************************************************************
000200 01  PREREG-RECORD.
000210     05  PR-PREREG-KEY.
000220         10  PR-EXPECTED-DATE    PIC X(08).
000230         10  PR-HOST-EMPLOYEE-ID PIC X(10).
000240         10  PR-VISITOR-NAME     PIC X(50).
000250     05  PR-SITE-CODE            PIC X(03).
000260     05  PR-COMPANY              PIC X(30).
000270     05  PR-ARRIVAL-STATUS       PIC X(01).
000280         88  PR-EXPECTED             VALUE " ".
000290         88  PR-ARRIVED              VALUE "A".
000300     05  PR-ARRIVAL-TIME         PIC X(08).
