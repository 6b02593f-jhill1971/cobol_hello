000160*   2026-09-02  JH  ORIGINAL COPYBOOK.
000161*   2026-09-02  JH  ROSTER IMAGE WIDENED 100 TO 103 - ROSTREC
000162*                   APPENDED THE SITE CODE.
000163*   2026-10-15  JH  ROSTER IMAGE WIDENED 103 TO 111 - ROSTREC
000164*                   APPENDED THE DOOR-SWIPE ARRIVAL TIME.
000170*****************************************************************
000180 01  SUSPENSE-DATA-RECORD.
000190     05  SU-ROSTER-IMAGE         PIC X(111).
000200     05  SU-REASON               PIC X(30).
000210     05  SU-DATE-SUSPENDED       PIC X(08).
