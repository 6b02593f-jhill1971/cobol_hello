000010*****************************************************************
000020* SWIPREC.CPY
000030*
000040* RECORD LAYOUT FOR THE NIGHTLY CARD-READER SWIPE EXPORT THE
000050* TURNSTILE CONTROLLERS AT HQ AND THE ANNEX PRODUCE - ONE RECORD
000060* PER SWIPE, IN THE ORDER THE CONTROLLERS LOGGED THEM.  THE CARD
000070* ID IS THE HR EMPLOYEE ID ENCODED ON THE BADGE.  THE READ
000080* RESULT IS "G" WHEN THE READER DECODED THE CARD AND "U" WHEN IT
000090* COULD NOT - AN UNREADABLE SWIPE STILL OPENS NOTHING BUT IS
000100* LOGGED SO THE DESK CAN CHASE A FAILING BADGE.  A BLANK SITE
000110* READS AS THE MAIN BUILDING, THE SAME CONVENTION ROSTREC USES.
000120* READ BY SWIPEIN TO BUILD THE MORNING ROSTER AND THE DEPARTURE
000130* TRANSACTIONS.
000140*
000150* MODIFICATION HISTORY.
000160*   2026-10-15  JH  ORIGINAL COPYBOOK.
000170*****************************************************************
000180 01  CARD-SWIPE-RECORD.
000190     05  SW-READER-ID            PIC X(08).
000200     05  SW-SITE-CODE            PIC X(03).
000210     05  SW-DIRECTION            PIC X(01).
000220         88  SW-DIRECTION-IN         VALUE "I".
000230         88  SW-DIRECTION-OUT        VALUE "O".
000240     05  SW-SWIPE-DATE           PIC X(08).
000250     05  SW-SWIPE-TIME           PIC X(08).
000260     05  SW-CARD-ID              PIC X(10).
000270     05  SW-READ-RESULT          PIC X(01).
000280         88  SW-CARD-READ            VALUE "G".
000290         88  SW-CARD-UNREADABLE      VALUE "U".
