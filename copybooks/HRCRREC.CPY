000010*****************************************************************
000020* HRCRREC.CPY
000030*
000040* RECORD LAYOUT FOR THE HR CORRECTION FILE (HRCORR) WRITTEN BY
000050* GRTCORR.  THE HREXTRCT FEED ONLY EVER SENDS A DAY ONCE, SO A
000060* GREETING CHANGED OR VOIDED AFTER ITS NIGHT HAS GONE OUT REACHES
000070* THE HR ONBOARDING SYSTEM THROUGH THIS FILE INSTEAD - ONE
000080* RECORD PER APPLIED CORRECTION CARRYING THE BEFORE AND AFTER
000090* VALUES.  A VOID LEAVES THE AFTER VALUES BLANK.  THE PAYROLL
000100* FLAG IS SET WHEN THE OLD OR NEW LOG DATE FALLS IN A MONTH
000110* PAYXTRCT HAS ALREADY EXTRACTED TO PAYROLL, SO HR KNOWS THE
000120* ATTENDANCE FIGURES PAYROLL HOLDS FOR THE EMPLOYEE NEED AN
000130* ADJUSTMENT.
000140*
000150* MODIFICATION HISTORY.
000160*   2026-10-15  JH  ORIGINAL COPYBOOK.
000170*****************************************************************
000180 01  HR-CORRECTION-RECORD.
000190     05  HC-ACTION               PIC X(01).
000200         88  HC-CHANGED              VALUE "C".
000210         88  HC-VOIDED               VALUE "V".
000220     05  HC-EMPLOYEE-ID          PIC X(10).
000230     05  HC-LOG-TIME             PIC X(08).
000240     05  HC-OLD-LOG-DATE         PIC X(08).
000250     05  HC-OLD-DEPARTMENT       PIC X(20).
000260     05  HC-OLD-SHIFT            PIC X(01).
000270     05  HC-OLD-SITE-CODE        PIC X(03).
000280     05  HC-NEW-LOG-DATE         PIC X(08).
000290     05  HC-NEW-DEPARTMENT       PIC X(20).
000300     05  HC-NEW-SHIFT            PIC X(01).
000310     05  HC-NEW-SITE-CODE        PIC X(03).
000320     05  HC-CORRECTED-DATE       PIC X(08).
000330     05  HC-PAYROLL-FLAG         PIC X(01).
000340         88  HC-PAYROLL-MONTH-CLOSED VALUE "Y".
000350     05  HC-PAYROLL-MONTH        PIC X(06).
000360     05  FILLER                  PIC X(02).
