000094*                   ROSTERS STILL FLOW.  CARRIED THROUGH TO THE
000095*                   GREETING LOG, THE KEYED MASTER, AND THE
000096*                   VISITOR BADGE LOG.
000097*   2026-10-15  JH  APPENDED THE ARRIVAL TIME.  A ROSTER BUILT
000098*                   FROM THE DOOR CARD READERS BY SWIPEIN CARRIES
000099*                   THE EMPLOYEE'S FIRST IN-SWIPE OF THE DAY
000100*                   (HHMMSSHH, THE SAME FORM AS GR-LOG-TIME) AND
000101*                   HELLOBAT LOGS THE GREETING AT THAT TIME.
000102*                   SPACES MEAN A DESK-KEYED ARRIVAL, STAMPED
000103*                   WITH THE RUN TIME AS BEFORE.
000104*****************************************************************
000105 01  ROSTER-RECORD.
000110     05  RI-USER-NAME            PIC X(50).
000120     05  RI-EMPLOYEE-ID          PIC X(10).
000130     05  RI-DEPARTMENT           PIC X(20).
000220     05  RI-HOST-EMPLOYEE-ID     PIC X(10).
000230     05  RI-EXPECTED-DEPARTURE   PIC X(08).
000240     05  RI-SITE-CODE            PIC X(03).
000250     05  RI-ARRIVAL-TIME         PIC X(08).
