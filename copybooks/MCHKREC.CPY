000010*****************************************************************
000020* MCHKREC.CPY
000030*
000040* RECORD LAYOUT FOR THE WARDENS' MUSTER CHECK-OFF FILE
000050* (CHECKOFF).  ONE RECORD PER PERSON A WARDEN ACCOUNTS FOR AT AN
000060* ASSEMBLY POINT, KEYED FROM THE WARDEN'S SHEET OR SCANNED FROM
000070* THE BADGE.  AN EMPLOYEE IS CHECKED OFF BY EMPLOYEE ID; A
000080* VISITOR OR CONTRACTOR BY NAME AS BADGED IN, SINCE THE VISITOR
000090* BADGE LOG CARRIES NO ID OF ITS OWN - THE SAME RULE DPRTREC
000100* USES FOR BADGE-OUTS.  A SPACE RECORD TYPE READS AS EMPLOYEE
000110* AND A BLANK SITE AS THE MAIN BUILDING (HQ).  THE DRILL DATE
000120* MUST MATCH THE MUSTER LIST'S; THE CHECK TIME IS HHMM AND SETS
000130* THE SITE'S CLEARANCE TIME.  READ BY THE CHECK PASS OF MUSTER.
000132* A CHECK TIME BEFORE THE DRILL START IS REJECTED UNLESS THE CHECK
000134* PASS IS RUN AS PARM='CHECK WRAP' FOR A DRILL THAT RAN PAST
000136* MIDNIGHT.
000140*
000150* MODIFICATION HISTORY.
000160*   2026-10-15  JH  ORIGINAL COPYBOOK.
000165*   2026-10-15  JH  CHECK TIMES BEFORE THE DRILL START REJECTED.
000170*****************************************************************
000180 01  MUSTER-CHECKOFF-RECORD.
000190     05  MC-DRILL-DATE           PIC X(08).
000200     05  MC-SITE-CODE            PIC X(03).
000210     05  MC-WARDEN-ID            PIC X(08).
000220     05  MC-CHECK-TIME           PIC X(04).
000230     05  MC-RECORD-TYPE          PIC X(01).
000240         88  MC-TYPE-EMPLOYEE        VALUE "E" " ".
000250         88  MC-TYPE-VISITOR         VALUE "V".
000260         88  MC-TYPE-CONTRACTOR      VALUE "C".
000270     05  MC-EMPLOYEE-ID          PIC X(10).
000280     05  MC-PERSON-NAME          PIC X(50).
000290     05  FILLER                  PIC X(06).
