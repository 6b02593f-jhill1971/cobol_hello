000010*****************************************************************
000020* MHISREC.CPY
000030*
000040* RECORD LAYOUT FOR THE MUSTER HISTORY FILE (MUSTHIST).  THE
000050* CHECK PASS OF MUSTER APPENDS ONE RECORD PER SITE FOR EACH
000060* DRILL, THEN ONE WHOLE-DRILL RECORD WITH SITE "*" - THE SAME
000070* ANY-SITE CODE THE GREETING TABLE USES.  COUNTS ARE DISPLAY
000080* NUMERIC SO THE DATASET CAN BE BROWSED AS-IS, THE SAME AS
000090* RUNHIST.  THE CLEARANCE MINUTES RUN FROM THE DRILL START TO
000100* THE LAST CHECK-OFF THAT ACCOUNTED FOR SOMEONE ON THE LIST; THE
000110* CLEARED FLAG IS "Y" ONLY WHEN NO ONE WAS LEFT UNACCOUNTED FOR.
000120* A CHECK PASS RUN AGAIN FOR THE SAME DRILL APPENDS A NEWER SET
000130* OF RECORDS - THE LATEST CHECKED DATE AND TIME IS THE ONE THAT
000140* COUNTS.
000150*
000160* MODIFICATION HISTORY.
000170*   2026-10-15  JH  ORIGINAL COPYBOOK.
000180*****************************************************************
000190 01  MUSTER-HISTORY-RECORD.
000200     05  MH-DRILL-DATE           PIC X(08).
000210     05  MH-DRILL-TIME           PIC X(04).
000220     05  MH-SITE-CODE            PIC X(03).
000230         88  MH-ALL-SITES            VALUE "*  ".
000240     05  MH-EMPLOYEE-COUNT       PIC 9(05).
000250     05  MH-VISITOR-COUNT        PIC 9(05).
000260     05  MH-ACCOUNTED-COUNT      PIC 9(05).
000270     05  MH-UNACCOUNTED-COUNT    PIC 9(05).
000280     05  MH-UNLISTED-COUNT       PIC 9(05).
000290     05  MH-LAST-CHECK-TIME      PIC X(04).
000300     05  MH-CLEARANCE-MINUTES    PIC 9(04).
000310     05  MH-CLEARED-FLAG         PIC X(01).
000320         88  MH-SITE-CLEARED         VALUE "Y".
000330     05  MH-CHECKED-DATE         PIC X(08).
000340     05  MH-CHECKED-TIME         PIC X(04).
000350     05  FILLER                  PIC X(19).
