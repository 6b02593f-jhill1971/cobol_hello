000010*****************************************************************
000020* SECHREC.CPY
000030*
000040* RECORD LAYOUT FOR THE SECURITY HOLD FILE (SECHOLD).  ONE
000050* RECORD PER VISITOR OR CONTRACTOR BADGE-IN THAT MATCHED AN
000060* ACTIVE ENTRY ON THE DENIED-ENTRY WATCH LIST (WATCHREC.CPY).
000070* NO BADGE IS ISSUED FOR A HELD ARRIVAL - IT NEVER REACHES
000080* VISITLOG, HOSTNTFY, OR THE SUSPENSE FILES - SO THIS FILE AND
000090* THE SECURITY ALERT REPORT ARE THE GUARD STATION'S ONLY RECORD
000100* OF IT.  HELLO, HELLOBAT, AND SUSPFIX ALL APPEND TO THE SAME
000110* FILE, AND THE SOURCE PROGRAM SAYS WHICH ONE HELD THE ARRIVAL.
000120*
000130* MODIFICATION HISTORY.
000140*   2026-10-15  JH  ORIGINAL COPYBOOK.
000150*****************************************************************
000160 01  SECURITY-HOLD-RECORD.
000170     05  SH-VISITOR-NAME         PIC X(50).
000180     05  SH-RECORD-TYPE          PIC X(01).
000190     05  SH-COMPANY              PIC X(20).
000200     05  SH-HOST-EMPLOYEE-ID     PIC X(10).
000210     05  SH-SITE-CODE            PIC X(03).
000220     05  SH-HOLD-DATE            PIC X(08).
000230     05  SH-HOLD-TIME            PIC X(08).
000240     05  SH-REASON-CODE          PIC X(02).
000250     05  SH-SOURCE-PROGRAM       PIC X(08).
