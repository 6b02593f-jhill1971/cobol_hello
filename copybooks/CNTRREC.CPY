000010*****************************************************************
000020* CNTRREC.CPY
000030*
000040* RECORD LAYOUT FOR THE CONTRACTOR COMPANY MASTER (CNTRMAST)
000050* MAINTAINED BY FACILITIES.  TWO KINDS OF RECORD SHARE THE
000060* FILE: ONE "C" RECORD PER CONTRACTOR COMPANY, CARRYING THE
000070* CONTRACT NUMBER, THE CONTRACT START AND END DATES, AND THE
000080* SITES THE CONTRACT COVERS; AND ONE "W" RECORD PER WORKER THE
000090* COMPANY HAS AUTHORIZED TO BADGE IN UNDER IT.  HELLO,
000100* HELLOBAT, AND SUSPFIX LOAD THE FILE AT INITIALIZATION AND
000110* CHECK EVERY CONTRACTOR BADGE-IN AGAINST IT AFTER THE WATCH
000120* LIST SCREEN AND BEFORE THE HOST IS VALIDATED.
000130*
000140* THE COMPANY IS MATCHED TO THE COMPANY THE DESK KEYS IN THE
000150* ARRIVAL'S DEPARTMENT FIELD, AND THE WORKER NAME TO THE NAME
000160* AS BADGED, SO BOTH MUST BE HELD EXACTLY AS THE DESK KEYS
000170* THEM.  A BLANK START DATE MEANS THE CONTRACT IS IN FORCE NOW,
000180* A BLANK END DATE MEANS OPEN-ENDED, AND A COMPANY WITH NO
000190* SITES LISTED MAY WORK AT EVERY SITE.
000200*
000210* MODIFICATION HISTORY.
000220*   2026-10-15  JH  ORIGINAL COPYBOOK.
000230*****************************************************************
000240 01  CONTRACTOR-MASTER-RECORD.
000250     05  CM-ENTRY-KIND           PIC X(01).
000260         88  CM-COMPANY-ENTRY        VALUE "C".
000270         88  CM-WORKER-ENTRY         VALUE "W".
000280     05  CM-COMPANY              PIC X(20).
000290     05  CM-ENTRY-DETAIL         PIC X(89).
000300     05  CM-COMPANY-DETAIL REDEFINES CM-ENTRY-DETAIL.
000310         10  CM-CONTRACT-NUMBER  PIC X(12).
000320         10  CM-CONTRACT-START   PIC X(08).
000330         10  CM-CONTRACT-END     PIC X(08).
000340         10  CM-SITE-LIST.
000350             15  CM-SITE-CODE    PIC X(03) OCCURS 4 TIMES.
000360         10  FILLER              PIC X(49).
000370     05  CM-WORKER-DETAIL REDEFINES CM-ENTRY-DETAIL.
000380         10  CM-WORKER-NAME      PIC X(50).
000390         10  FILLER              PIC X(39).
