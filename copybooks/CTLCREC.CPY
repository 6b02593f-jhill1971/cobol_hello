000010*****************************************************************
000020* CTLCREC.CPY
000030*
000040* RECORD LAYOUT FOR THE SHARED CONTROL-COUNT DATASET (CTLCNTS).
000050* EACH PROGRAM THAT HANDS RECORDS ON TO ANOTHER JOB IN THE
000060* NIGHTLY SUITE APPENDS ONE RECORD PER NAMED COUNT AT A CLEAN
000070* END OF RUN, KEYED BY THE BUSINESS DATE THE COUNTS BELONG TO -
000080* NOT THE DATE THE RUN HAPPENED ON.  THE NITEBAL BALANCING
000090* SHEET SUMS EVERY RECORD FOR A PROGRAM, COUNT NAME, AND
000100* BUSINESS DATE, SO A RUN WRITES ONLY WHAT IT ADDED TO THE
000110* HANDOFF ITSELF, AND THE FRONT DESK HELLO SESSION WRITES A
000120* COUNT OF ONE AS EACH GREETING OR BADGE-IN IS LOGGED.  COUNTS
000130* ARE DISPLAY NUMERIC SO THE DATASET CAN BE BROWSED AS-IS, THE
000140* SAME AS RUNHIST.
000150*
000160* COUNT NAMES IN USE -
000170*   EMPGREET  EMPLOYEE GREETINGS WRITTEN TO GREETLOG/GREETMST
000180*             (HELLOBAT, SUSPFIX, HELLO).
000190*   BADGEINS  VISITOR AND CONTRACTOR BADGE-INS WRITTEN TO
000200*             VISITLOG (HELLOBAT, SUSPFIX, HELLO).
000210*   HOSTNTFY  HOST NOTIFICATIONS WRITTEN TO HOSTNTFY (HELLOBAT,
000220*             SUSPFIX, HELLO).
000230*   DAYSENT   THE BUSINESS DATE'S GREETINGS SENT TO HR
000240*             (HRXTRACT).
000250*   RESENT    EARLIER RECORDS RESENT TO HR FROM HRRESEND
000260*             (HRXTRACT).
000270*   SENTREAD  RECORDS READ FROM THE HRSENT TRAIL (HRRECON).
000280*   ACCEPTED  SENT RECORDS HR ACCEPTED (HRRECON).
000290*   REJECTED  SENT RECORDS HR REJECTED (HRRECON).
000300*   MSTRDAY   GREETMST RECORDS FOR THE BUSINESS DATE (GMSTAUDT).
000310*   JRNLDAY   ACTIVE GREETLOG KEYS FOR THE BUSINESS DATE
000320*             (GMSTAUDT).
000321*   VOIDED    GREETINGS VOIDED OFF THE BUSINESS DATE (GRTCORR).
000322*   MOVEDOUT  GREETINGS MOVED OFF THE BUSINESS DATE TO ANOTHER
000323*             (GRTCORR).
000324*   MOVEDIN   GREETINGS MOVED ONTO THE BUSINESS DATE FROM
000325*             ANOTHER (GRTCORR).
000330*
000340* MODIFICATION HISTORY.
000350*   2026-10-15  JH  ORIGINAL COPYBOOK.
000352*   2026-10-15  JH  ADDED THE GRTCORR VOIDED, MOVEDOUT, AND
000354*                   MOVEDIN COUNTS.
000360*****************************************************************
000370 01  CONTROL-COUNT-RECORD.
000380     05  CC-PROGRAM-NAME         PIC X(08).
000390     05  CC-BUSINESS-DATE        PIC 9(08).
000400     05  CC-RUN-DATE             PIC 9(08).
000410     05  CC-RUN-TIME             PIC 9(08).
000420     05  CC-COUNT-NAME           PIC X(08).
000430     05  CC-COUNT-VALUE          PIC 9(09).
