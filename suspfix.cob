000290*                   DUPLICATES, WITH A NON-ZERO RETURN CODE ON A
000300*                   MISMATCH, THE SAME AS HELLOBAT'S OWN
000310*                   RECONCILIATION.
000320*   2026-09-02  JH  CARRY THE NEW ROSTER SITE CODE THROUGH A
000330*                   RELEASED GREETING TO THE LOG AND MASTER,
000340*                   AND SCORE THE GREETING-TABLE SITE COLUMN
000350*                   THE SAME AS HELLOBAT.  RE-SUSPENSE BUFFER
000360*                   WIDENED 138 TO 141 TO MATCH SUSPREC.
000370*   2026-09-02  JH  REPROCESS SUSPENDED VISITOR AND CONTRACTOR
000380*                   ARRIVALS TOO - HELLOBAT NOW DIVERTS A
000390*                   BADGE-IN WITH A BAD HOST TO SUSPENSE.  A
000400*                   CORRECTED HOST IS REVALIDATED AGAINST THE
000410*                   HR MASTER AND THE BADGE FLOWS TO VISITLOG
000420*                   WITH ITS HOSTNTFY NOTIFICATION, THE SAME
000430*                   PATH A CLEAN BADGE-IN TAKES OVERNIGHT.
000440*                   BADGED RECORDS JOIN THE CONTROL TOTALS.
000450*   2026-10-15  JH  RE-SUSPENSE BUFFER WIDENED 141 TO 149 TO
000460*                   MATCH SUSPREC - THE ROSTER IMAGE NOW CARRIES
000470*                   THE DOOR-SWIPE ARRIVAL TIME.
000480*   2026-10-15  JH  SCREEN EVERY CORRECTED VISITOR OR CONTRACTOR
000490*                   BADGE-IN AGAINST SECURITY'S DENIED-ENTRY
000500*                   WATCH LIST (WATCHLST, LAYOUT IN WATCHREC.CPY)
000510*                   BEFORE THE HOST IS REVALIDATED, THE SAME AS
000520*                   HELLOBAT.  A HIT IS NOT BADGED OR
000530*                   RESUSPENDED - IT GOES TO THE SECURITY HOLD
000540*                   FILE (SECHOLD) AND THE SECURITY ALERT REPORT
000550*                   (SECALERT) AND SETTLES IN THE CONTROL TOTALS
000560*                   AS A HOLD.  RESEQUENCED THE SOURCE SO
000570*                   COLUMNS 1-6 ASCEND AGAIN.
000580*   2026-10-15  JH  CHECK EVERY CORRECTED CONTRACTOR BADGE-IN
000590*                   AGAINST FACILITIES' CONTRACTOR COMPANY MASTER
000600*                   (CNTRMAST, LAYOUT IN CNTRREC.CPY) AFTER THE
000610*                   WATCH LIST SCREEN AND BEFORE THE HOST IS
000620*                   REVALIDATED, THE SAME AS HELLOBAT, SO A
000630*                   CORRECTION CANNOT BADGE A CONTRACTOR THE
000640*                   OVERNIGHT RUN WOULD HAVE DIVERTED.  A FAILURE
000650*                   GOES BACK TO SUSPENSE WITH THE NEW REASON.
000660*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6 ASCEND
000670*                   AGAIN.
000680*   2026-10-15  JH  READ THE HR EMPLOYEE MASTER BY KEY FROM THE
000690*                   KEYED COPY (EMPKSDS) THE OVERNIGHT JOB LOADS,
000700*                   THE SAME AS HELLOBAT, INSTEAD OF LOADING THE
000710*                   WHOLE FEED INTO EMP-MASTER-TABLE.  THE
000720*                   TABLE-SIZE CEILING ON HEADCOUNT IS GONE.
000730*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6 ASCEND
000740*                   AGAIN.
000750*   2026-10-15  JH  APPEND THE GREETINGS RELEASED, BADGE-INS, AND
000760*                   HOST NOTIFICATIONS WRITTEN TO THE SHARED
000770*                   CONTROL-COUNT DATASET (CTLCNTS, LAYOUT IN
000780*                   CTLCREC) UNDER THIS RUN'S DATE - THE DATE THE
000790*                   RELEASED RECORDS ARE STAMPED WITH - FOR THE
000800*                   NITEBAL BALANCING SHEET.
000810*   2026-10-15  JH  A CORRECTED VISITOR OR CONTRACTOR BADGE-IN IS
000820*                   NOW LOGGED ON VISITLOG AND HOSTNTFY UNDER THE
000830*                   DATE IT WAS SUSPENDED - THE DAY THE PERSON
000840*                   ACTUALLY ARRIVED - INSTEAD OF THIS RUN'S DATE,
000850*                   AND MARKS ITS PRE-REGISTRATION (PREREG, LAYOUT
000860*                   IN PREGREC.CPY) ARRIVED THE SAME WAY HELLOBAT
000870*                   DOES, SO PREGRPT NO LONGER LISTS THE PERSON AS
000880*                   BOTH A NO-SHOW AND A WALK-IN.  NO MATCH IS
000890*                   NOTED AS A WALK-IN UNDER THE BADGED LINE.
000900*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6 ASCEND
000910*                   AGAIN.
000911*   2026-10-15  JH  LOG A CORRECTED BADGE-IN, AND MARK ITS
000912*                   PRE-REGISTRATION ARRIVED, AT THE ROSTER
000913*                   ARRIVAL TIME RATHER THAN THIS RUN'S TIME.
000920*****************************************************************
000930 ENVIRONMENT DIVISION.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT SUSPENSE-IN-FILE ASSIGN TO "SUSPIN"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-SUSPIN-STATUS.
000990     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPKSDS"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS EM-EMPLOYEE-ID
001030         FILE STATUS IS WS-EMPMAST-STATUS.
001040     SELECT OPTIONAL GREETING-TABLE-FILE ASSIGN TO "GREETTAB"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-GRTAB-STATUS.
001070     SELECT OPTIONAL GREETING-LOG-FILE ASSIGN TO "GREETLOG"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-LOG-STATUS.
001100     SELECT OPTIONAL GREETING-MASTER-FILE ASSIGN TO "GREETMST"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS GM-MASTER-KEY
001140         ALTERNATE RECORD KEY IS GM-LOG-DATE WITH DUPLICATES
001150         FILE STATUS IS WS-MASTER-STATUS.
001160     SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITLOG"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-VISIT-STATUS.
001190     SELECT OPTIONAL HOST-NOTIFY-FILE ASSIGN TO "HOSTNTFY"
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS WS-HOSTNTFY-STATUS.
001220     SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-SUSPOUT-STATUS.
001250     SELECT PRINT-FILE ASSIGN TO "SUSPFXRP"
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS WS-PRINT-STATUS.
001280     SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO "WATCHLST"
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-WATCH-STATUS.
001310     SELECT OPTIONAL CONTRACTOR-MASTER-FILE ASSIGN TO "CNTRMAST"
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS WS-CNTR-STATUS.
001340     SELECT OPTIONAL SECURITY-HOLD-FILE ASSIGN TO "SECHOLD"
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-SECHOLD-STATUS.
001370     SELECT OPTIONAL SECURITY-ALERT-FILE ASSIGN TO "SECALERT"
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-SECALERT-STATUS.
001400     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS WS-RUNHIST-STATUS.
001430     SELECT OPTIONAL CONTROL-COUNT-FILE ASSIGN TO "CTLCNTS"
001440         ORGANIZATION IS SEQUENTIAL
001450         FILE STATUS IS WS-CTLCNTS-STATUS.
001460     SELECT OPTIONAL PREREG-FILE ASSIGN TO "PREREG"
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS RANDOM
001490         RECORD KEY IS PR-PREREG-KEY
001500         FILE STATUS IS WS-PREREG-STATUS.
001510 DATA DIVISION.
001520 FILE SECTION.
001530 FD  SUSPENSE-IN-FILE
001540     LABEL RECORDS ARE STANDARD.
001550     COPY SUSPREC.
001560 FD  EMPLOYEE-MASTER-FILE
001570     LABEL RECORDS ARE STANDARD.
001580     COPY EMPMREC.
001590 FD  GREETING-TABLE-FILE
001600     LABEL RECORDS ARE STANDARD.
001610     COPY GRETTAB.
001620 FD  GREETING-LOG-FILE
001630     LABEL RECORDS ARE STANDARD.
001640     COPY GREETREC.
001650 FD  GREETING-MASTER-FILE
001660     LABEL RECORDS ARE STANDARD.
001670     COPY GREETMST.
001680 FD  VISITOR-LOG-FILE
001690     LABEL RECORDS ARE STANDARD.
001700     COPY VISITREC.
001710 FD  HOST-NOTIFY-FILE
001720     LABEL RECORDS ARE STANDARD.
001730     COPY HOSTNREC.
001740 FD  SUSPENSE-OUT-FILE
001750     LABEL RECORDS ARE STANDARD.
001760 01  RESUSPENSE-RECORD               PIC X(149).
001770 FD  PRINT-FILE
001780     LABEL RECORDS ARE STANDARD.
001790 01  PRINT-RECORD                    PIC X(132).
001800 FD  WATCH-LIST-FILE
001810     LABEL RECORDS ARE STANDARD.
001820     COPY WATCHREC.
001830 FD  CONTRACTOR-MASTER-FILE
001840     LABEL RECORDS ARE STANDARD.
001850     COPY CNTRREC.
001860 FD  SECURITY-HOLD-FILE
001870     LABEL RECORDS ARE STANDARD.
001880     COPY SECHREC.
001890 FD  SECURITY-ALERT-FILE
001900     LABEL RECORDS ARE STANDARD.
001910 01  SECURITY-ALERT-RECORD           PIC X(132).
001920 FD  RUN-HISTORY-FILE
001930     LABEL RECORDS ARE STANDARD.
001940     COPY RUNHREC.
001950 FD  CONTROL-COUNT-FILE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY CTLCREC.
001980 FD  PREREG-FILE
001990     LABEL RECORDS ARE STANDARD.
002000     COPY PREGREC.
002010 WORKING-STORAGE SECTION.
002020*****************************************************************
002030* SWITCHES, COUNTERS, THE ROSTER WORK AREA (THE SUSPENSE IMAGE
002040* IS LAID OUT OVER THE SHARED ROSTREC COPYBOOK), AND THE SAME
002050* GREETING-TEXT, WATCH LIST, AND CONTRACTOR MASTER TABLES
002060* HELLOBAT LOADS.
002070*****************************************************************
002080 77  WS-SUSPIN-EOF-SWITCH        PIC X(01) VALUE "N".
002090     88  WS-SUSPIN-EOF               VALUE "Y".
002100 77  WS-SUSPIN-STATUS            PIC X(02) VALUE "00".
002110 77  WS-EMPMAST-STATUS           PIC X(02) VALUE "00".
002120 77  WS-GRTAB-STATUS             PIC X(02) VALUE "00".
002130 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
002140 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
002150 77  WS-VISIT-STATUS             PIC X(02) VALUE "00".
002160 77  WS-HOSTNTFY-STATUS          PIC X(02) VALUE "00".
002170 77  WS-HOST-DEPARTMENT          PIC X(20) VALUE SPACES.
002180 77  WS-HOST-FOUND-SWITCH        PIC X(01) VALUE "N".
002190     88  WS-HOST-FOUND               VALUE "Y".
002200 77  WS-BADGED-COUNT             PIC 9(09) COMP VALUE ZERO.
002210 77  WS-WATCH-STATUS             PIC X(02) VALUE "00".
002220 77  WS-SECHOLD-STATUS           PIC X(02) VALUE "00".
002230 77  WS-SECALERT-STATUS          PIC X(02) VALUE "00".
002240 77  WS-WATCH-EOF-SWITCH         PIC X(01) VALUE "N".
002250     88  WS-WATCH-EOF                VALUE "Y".
002260 77  WS-WATCH-HIT-SWITCH         PIC X(01) VALUE "N".
002270     88  WS-WATCH-HIT                VALUE "Y".
002280 77  WS-ALERT-HEADING-SWITCH     PIC X(01) VALUE "N".
002290     88  WS-ALERT-HEADING-DONE       VALUE "Y".
002300 77  WS-WATCH-COUNT              PIC 9(05) COMP VALUE ZERO.
002310 77  WS-MAX-WATCH                PIC 9(05) COMP VALUE 500.
002320 77  WS-WATCH-INDEX              PIC 9(05) COMP VALUE ZERO.
002330 77  WS-WATCH-DATE               PIC X(08) VALUE SPACES.
002340 77  WS-WATCH-COMPANY            PIC X(30) VALUE SPACES.
002350 77  WS-HOLD-COUNT               PIC 9(09) COMP VALUE ZERO.
002360 77  WS-CNTR-STATUS              PIC X(02) VALUE "00".
002370 77  WS-CNTR-EOF-SWITCH          PIC X(01) VALUE "N".
002380     88  WS-CNTR-EOF                 VALUE "Y".
002390 77  WS-CNTR-FOUND-SWITCH        PIC X(01) VALUE "N".
002400     88  WS-CNTR-FOUND               VALUE "Y".
002410 77  WS-COMPANY-COUNT            PIC 9(05) COMP VALUE ZERO.
002420 77  WS-MAX-COMPANIES            PIC 9(05) COMP VALUE 200.
002430 77  WS-CO-INDEX                 PIC 9(05) COMP VALUE ZERO.
002440 77  WS-WORKER-COUNT             PIC 9(05) COMP VALUE ZERO.
002450 77  WS-MAX-WORKERS              PIC 9(05) COMP VALUE 2000.
002460 77  WS-WORKER-INDEX             PIC 9(05) COMP VALUE ZERO.
002470 77  WS-CNTR-DATE                PIC X(08) VALUE SPACES.
002480 77  WS-SUSPOUT-STATUS           PIC X(02) VALUE "00".
002490 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
002500 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002510 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002520 77  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
002530 77  WS-RELEASED-COUNT           PIC 9(09) COMP VALUE ZERO.
002540 77  WS-RESUSPEND-COUNT          PIC 9(09) COMP VALUE ZERO.
002550 77  WS-DUPLICATE-COUNT          PIC 9(09) COMP VALUE ZERO.
002560 77  WS-CONTROL-TOTAL            PIC 9(09) COMP VALUE ZERO.
002570 77  WS-COUNT-EDIT               PIC Z(8)9.
002580 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
002590 77  WS-SUSPENSE-REASON          PIC X(30) VALUE SPACES.
002600 77  WS-ORIG-SUSP-DATE           PIC X(08) VALUE SPACES.
002610 77  WS-EMP-FOUND-SWITCH         PIC X(01) VALUE "N".
002620     88  WS-EMP-FOUND                VALUE "Y".
002630 77  WS-DUPLICATE-SWITCH         PIC X(01) VALUE "N".
002640     88  WS-ALREADY-GREETED          VALUE "Y".
002650 77  WS-GRTAB-EOF-SWITCH         PIC X(01) VALUE "N".
002660     88  WS-GRTAB-EOF                VALUE "Y".
002670 77  WS-GREET-COUNT              PIC 9(03) COMP VALUE ZERO.
002680 77  WS-MAX-GREETS               PIC 9(03) COMP VALUE 20.
002690 77  WS-GREET-INDEX              PIC 9(03) COMP VALUE ZERO.
002700 77  WS-MATCH-LEVEL              PIC S9(02) COMP VALUE ZERO.
002710 77  WS-BEST-LEVEL               PIC S9(02) COMP VALUE ZERO.
002720 77  WS-GREETING-TEXT            PIC X(40) VALUE SPACES.
002730 77  WS-TEXT-LEN                 PIC 9(03) COMP VALUE ZERO.
002740 77  WS-TRIM-DONE-SWITCH         PIC X(01) VALUE "N".
002750     88  WS-TRIM-DONE                VALUE "Y".
002760 77  WS-PICK-TYPE                PIC X(01) VALUE "E".
002770 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
002780 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
002790 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
002800 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
002810 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
002820 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
002830 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
002840 77  WS-CTLCNTS-STATUS           PIC X(02) VALUE "00".
002850 77  WS-CC-COUNT-NAME            PIC X(08) VALUE SPACES.
002860 77  WS-CC-COUNT-VALUE           PIC 9(09) COMP VALUE ZERO.
002870 77  WS-HOST-NOTIFY-COUNT        PIC 9(09) COMP VALUE ZERO.
002880 77  WS-PREREG-STATUS            PIC X(02) VALUE "00".
002890     COPY ROSTREC.
002900 01  GREET-TEXT-TABLE.
002910     05  GREET-TEXT-ENTRY OCCURS 20 TIMES.
002920         10  GTT-RECORD-TYPE         PIC X(01).
002930         10  GTT-SHIFT               PIC X(01).
002940         10  GTT-DEPARTMENT          PIC X(20).
002950         10  GTT-TEXT                PIC X(40).
002960         10  GTT-SITE-CODE           PIC X(03).
002970 01  WATCH-LIST-TABLE.
002980     05  WATCH-LIST-ENTRY OCCURS 500 TIMES.
002990         10  WLT-VISITOR-NAME        PIC X(50).
003000         10  WLT-COMPANY             PIC X(30).
003010         10  WLT-REASON-CODE         PIC X(02).
003020         10  WLT-EFFECTIVE-DATE      PIC X(08).
003030         10  WLT-EXPIRY-DATE         PIC X(08).
003040         10  WLT-SITE-LIST.
003050             15  WLT-SITE-CODE       PIC X(03) OCCURS 4 TIMES.
003060 01  CONTRACT-COMPANY-TABLE.
003070     05  CONTRACT-COMPANY-ENTRY OCCURS 200 TIMES.
003080         10  CCT-COMPANY             PIC X(20).
003090         10  CCT-CONTRACT-NUMBER     PIC X(12).
003100         10  CCT-CONTRACT-START      PIC X(08).
003110         10  CCT-CONTRACT-END        PIC X(08).
003120         10  CCT-SITE-LIST.
003130             15  CCT-SITE-CODE       PIC X(03) OCCURS 4 TIMES.
003140 01  CONTRACT-WORKER-TABLE.
003150     05  CONTRACT-WORKER-ENTRY OCCURS 2000 TIMES.
003160         10  CWT-COMPANY             PIC X(20).
003170         10  CWT-WORKER-NAME         PIC X(50).
003180 PROCEDURE DIVISION.
003190*****************************************************************
003200* 0000-MAINLINE - TOP LEVEL CONTROL.
003210*****************************************************************
003220 0000-MAINLINE.
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003240     PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
003250         UNTIL WS-SUSPIN-EOF.
003260     PERFORM 8000-RECONCILE THRU 8000-EXIT.
003270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003280     STOP RUN.
003290 0000-EXIT.
003300     EXIT.
003310*****************************************************************
003320* 1000-INITIALIZE - OPEN THE FILES, INCLUDING THE KEYED EMPLOYEE
003330* MASTER, AND LOAD THE GREETING, WATCH LIST, AND CONTRACTOR
003340* TABLES, THE SAME AS HELLOBAT'S INITIALIZATION.
003350*****************************************************************
003360 1000-INITIALIZE.
003370     DISPLAY "=================================================".
003380     DISPLAY " SUSPENSE CORRECTION AND REPROCESSING PASS".
003390     DISPLAY "=================================================".
003400     MOVE "S" TO WS-RH-ENTRY-TYPE.
003410     MOVE ZERO TO WS-RH-READ.
003420     MOVE ZERO TO WS-RH-WRITTEN.
003430     MOVE ZERO TO WS-RH-REJECTED.
003440     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
003450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003460     OPEN INPUT SUSPENSE-IN-FILE.
003470     IF WS-SUSPIN-STATUS NOT = "00"
003480         DISPLAY "UNABLE TO OPEN SUSPENSE INPUT - STATUS "
003490             WS-SUSPIN-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     PERFORM 1300-OPEN-EMPLOYEE-MASTER THRU 1300-EXIT.
003540     PERFORM 1400-LOAD-GREETING-TABLE THRU 1400-EXIT.
003550     PERFORM 1500-LOAD-WATCH-LIST THRU 1500-EXIT.
003560     PERFORM 1600-LOAD-CONTRACTOR-MASTER THRU 1600-EXIT.
003570     OPEN EXTEND GREETING-LOG-FILE.
003580     IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
003590         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
003600             WS-LOG-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     OPEN EXTEND VISITOR-LOG-FILE.
003650     IF WS-VISIT-STATUS NOT = "00" AND
003660             WS-VISIT-STATUS NOT = "05"
003670         DISPLAY "UNABLE TO OPEN VISITOR LOG - STATUS "
003680             WS-VISIT-STATUS
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720     OPEN EXTEND HOST-NOTIFY-FILE.
003730     IF WS-HOSTNTFY-STATUS NOT = "00" AND
003740             WS-HOSTNTFY-STATUS NOT = "05"
003750         DISPLAY "UNABLE TO OPEN HOST NOTIFY - STATUS "
003760             WS-HOSTNTFY-STATUS
003770         MOVE 16 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     OPEN I-O GREETING-MASTER-FILE.
003810     IF WS-MASTER-STATUS NOT = "00" AND
003820             WS-MASTER-STATUS NOT = "05"
003830         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
003840             WS-MASTER-STATUS
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     OPEN I-O PREREG-FILE.
003890     IF WS-PREREG-STATUS NOT = "00" AND
003900             WS-PREREG-STATUS NOT = "05"
003910         DISPLAY "UNABLE TO OPEN PRE-REGISTRATION FILE - STATUS "
003920             WS-PREREG-STATUS
003930         MOVE 16 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960     OPEN EXTEND SECURITY-HOLD-FILE.
003970     IF WS-SECHOLD-STATUS NOT = "00" AND
003980             WS-SECHOLD-STATUS NOT = "05"
003990         DISPLAY "UNABLE TO OPEN SECURITY HOLD FILE - STATUS "
004000             WS-SECHOLD-STATUS
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     OPEN EXTEND SECURITY-ALERT-FILE.
004050     IF WS-SECALERT-STATUS NOT = "00" AND
004060             WS-SECALERT-STATUS NOT = "05"
004070         DISPLAY "UNABLE TO OPEN SECURITY ALERT FILE - STATUS "
004080             WS-SECALERT-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     OPEN OUTPUT SUSPENSE-OUT-FILE.
004130     IF WS-SUSPOUT-STATUS NOT = "00"
004140         DISPLAY "UNABLE TO OPEN SUSPENSE OUTPUT - STATUS "
004150             WS-SUSPOUT-STATUS
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     OPEN OUTPUT PRINT-FILE.
004200     IF WS-PRINT-STATUS NOT = "00"
004210         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
004220             WS-PRINT-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     MOVE SPACES TO PRINT-RECORD.
004270     STRING "---- SUSPENSE REPROCESSING " DELIMITED BY SIZE
004280             WS-CURRENT-DATE DELIMITED BY SIZE
004290             " ----" DELIMITED BY SIZE
004300         INTO PRINT-RECORD.
004310     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004320     MOVE SPACES TO PRINT-RECORD.
004330     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004340 1000-EXIT.
004350     EXIT.
004360*****************************************************************
004370* 1300-OPEN-EMPLOYEE-MASTER - OPEN THE KEYED HR EMPLOYEE MASTER
004380* SO EACH SUSPENSE RECORD IS VALIDATED WITH ONE KEYED READ, THE
004390* SAME AS HELLOBAT.  THE FIRST RECORD IS READ ONLY TO PROVE THE
004400* MASTER IS NOT EMPTY - AN EMPTY MASTER IS AN ERROR, IT WOULD
004410* RESUSPEND EVERYTHING.
004420*****************************************************************
004430 1300-OPEN-EMPLOYEE-MASTER.
004440     OPEN INPUT EMPLOYEE-MASTER-FILE.
004450     IF WS-EMPMAST-STATUS NOT = "00"
004460         DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER - STATUS "
004470             WS-EMPMAST-STATUS
004480         MOVE 16 TO RETURN-CODE
004490         STOP RUN
004500     END-IF.
004510     READ EMPLOYEE-MASTER-FILE NEXT RECORD
004520         AT END
004530             DISPLAY "EMPLOYEE MASTER IS EMPTY - RUN ABANDONED"
004540             MOVE 16 TO RETURN-CODE
004550             STOP RUN
004560     END-READ.
004570 1300-EXIT.
004580     EXIT.
004590*****************************************************************
004600* 1400-LOAD-GREETING-TABLE - LOAD THE GREETING WORDINGS FROM
004610* THE GREETTAB FILE, THE SAME AS HELLOBAT.  THE FILE IS
004620* OPTIONAL - WHEN MISSING OR EMPTY A SINGLE BUILT-IN "Hello"
004630* ENTRY IS SEEDED.
004640*****************************************************************
004650 1400-LOAD-GREETING-TABLE.
004660     OPEN INPUT GREETING-TABLE-FILE.
004670     IF WS-GRTAB-STATUS NOT = "00" AND
004680             WS-GRTAB-STATUS NOT = "05"
004690         DISPLAY "UNABLE TO OPEN GREETING TABLE - STATUS "
004700             WS-GRTAB-STATUS
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     MOVE "N" TO WS-GRTAB-EOF-SWITCH.
004750     PERFORM 1410-LOAD-ONE-GREETING THRU 1410-EXIT
004760         UNTIL WS-GRTAB-EOF.
004770     CLOSE GREETING-TABLE-FILE.
004780     IF WS-GREET-COUNT = ZERO
004790         DISPLAY "GREETING TABLE EMPTY - USING BUILT-IN Hello"
004800         MOVE 1 TO WS-GREET-COUNT
004810         MOVE "*" TO GTT-RECORD-TYPE (1)
004820         MOVE "*" TO GTT-SHIFT (1)
004830         MOVE "*" TO GTT-DEPARTMENT (1)
004840         MOVE "Hello" TO GTT-TEXT (1)
004850         MOVE "*" TO GTT-SITE-CODE (1)
004860     END-IF.
004870 1400-EXIT.
004880     EXIT.
004890*****************************************************************
004900* 1410-LOAD-ONE-GREETING - READ ONE TABLE RECORD INTO THE NEXT
004910* ENTRY, STOPPING THE RUN CLEANLY IF THE TABLE BOUND IS HIT.
004920*****************************************************************
004930 1410-LOAD-ONE-GREETING.
004940     READ GREETING-TABLE-FILE
004950         AT END
004960             SET WS-GRTAB-EOF TO TRUE
004970         NOT AT END
004980             IF WS-GREET-COUNT >= WS-MAX-GREETS
004990                 DISPLAY "GREETTAB EXCEEDS TABLE OF "
005000                     WS-MAX-GREETS " - ENLARGE GREET-TEXT-TABLE"
005010                 MOVE 16 TO RETURN-CODE
005020                 STOP RUN
005030             END-IF
005040             IF GT-GREETING-TEXT(19:22) NOT = SPACES
005050                 DISPLAY "GREETTAB TEXT OVER 18 CHARACTERS - "
005060                     GT-GREETING-TEXT
005070                 MOVE 16 TO RETURN-CODE
005080                 STOP RUN
005090             END-IF
005100             ADD 1 TO WS-GREET-COUNT
005110             MOVE GT-RECORD-TYPE TO
005120                 GTT-RECORD-TYPE (WS-GREET-COUNT)
005130             MOVE GT-SHIFT TO GTT-SHIFT (WS-GREET-COUNT)
005140             MOVE GT-DEPARTMENT TO
005150                 GTT-DEPARTMENT (WS-GREET-COUNT)
005160             MOVE GT-GREETING-TEXT TO GTT-TEXT (WS-GREET-COUNT)
005170             IF GT-ANY-SITE
005180                 MOVE "*" TO GTT-SITE-CODE (WS-GREET-COUNT)
005190             ELSE
005200                 MOVE GT-SITE-CODE TO
005210                     GTT-SITE-CODE (WS-GREET-COUNT)
005220             END-IF
005230     END-READ.
005240 1410-EXIT.
005250     EXIT.
005260*****************************************************************
005270* 1500-LOAD-WATCH-LIST - LOAD SECURITY'S DENIED-ENTRY WATCH LIST
005280* FROM THE WATCHLST FILE, THE SAME AS HELLOBAT.  THE FILE IS
005290* OPTIONAL - WHEN IT IS MISSING OR EMPTY NO BADGE-IN IS HELD.
005300*****************************************************************
005310 1500-LOAD-WATCH-LIST.
005320     OPEN INPUT WATCH-LIST-FILE.
005330     IF WS-WATCH-STATUS NOT = "00" AND
005340             WS-WATCH-STATUS NOT = "05"
005350         DISPLAY "UNABLE TO OPEN WATCH LIST - STATUS "
005360             WS-WATCH-STATUS
005370         MOVE 16 TO RETURN-CODE
005380         STOP RUN
005390     END-IF.
005400     MOVE "N" TO WS-WATCH-EOF-SWITCH.
005410     PERFORM 1510-LOAD-ONE-WATCH THRU 1510-EXIT
005420         UNTIL WS-WATCH-EOF.
005430     CLOSE WATCH-LIST-FILE.
005440 1500-EXIT.
005450     EXIT.
005460*****************************************************************
005470* 1510-LOAD-ONE-WATCH - READ ONE WATCH LIST RECORD INTO THE NEXT
005480* ENTRY, STOPPING THE RUN CLEANLY IF THE TABLE BOUND IS HIT.
005490*****************************************************************
005500 1510-LOAD-ONE-WATCH.
005510     READ WATCH-LIST-FILE
005520         AT END
005530             SET WS-WATCH-EOF TO TRUE
005540         NOT AT END
005550             IF WS-WATCH-COUNT >= WS-MAX-WATCH
005560                 DISPLAY "WATCH LIST EXCEEDS TABLE OF "
005570                     WS-MAX-WATCH " - ENLARGE WATCH-LIST-TABLE"
005580                 MOVE 16 TO RETURN-CODE
005590                 STOP RUN
005600             END-IF
005610             ADD 1 TO WS-WATCH-COUNT
005620             MOVE WL-VISITOR-NAME TO
005630                 WLT-VISITOR-NAME (WS-WATCH-COUNT)
005640             MOVE WL-COMPANY TO WLT-COMPANY (WS-WATCH-COUNT)
005650             MOVE WL-REASON-CODE TO
005660                 WLT-REASON-CODE (WS-WATCH-COUNT)
005670             MOVE WL-EFFECTIVE-DATE TO
005680                 WLT-EFFECTIVE-DATE (WS-WATCH-COUNT)
005690             MOVE WL-EXPIRY-DATE TO
005700                 WLT-EXPIRY-DATE (WS-WATCH-COUNT)
005710             MOVE WL-SITE-LIST TO WLT-SITE-LIST (WS-WATCH-COUNT)
005720     END-READ.
005730 1510-EXIT.
005740     EXIT.
005750*****************************************************************
005760* 1600-LOAD-CONTRACTOR-MASTER - LOAD FACILITIES' CONTRACTOR
005770* COMPANY MASTER FROM THE CNTRMAST FILE, THE SAME AS HELLOBAT.
005780* THE FILE IS OPTIONAL - WHILE IT HOLDS NO COMPANIES THE
005790* CONTRACTOR CHECK IS SKIPPED.
005800*****************************************************************
005810 1600-LOAD-CONTRACTOR-MASTER.
005820     OPEN INPUT CONTRACTOR-MASTER-FILE.
005830     IF WS-CNTR-STATUS NOT = "00" AND
005840             WS-CNTR-STATUS NOT = "05"
005850         DISPLAY "UNABLE TO OPEN CONTRACTOR MASTER - STATUS "
005860             WS-CNTR-STATUS
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900     MOVE "N" TO WS-CNTR-EOF-SWITCH.
005910     PERFORM 1610-LOAD-ONE-CONTRACTOR THRU 1610-EXIT
005920         UNTIL WS-CNTR-EOF.
005930     CLOSE CONTRACTOR-MASTER-FILE.
005940 1600-EXIT.
005950     EXIT.
005960*****************************************************************
005970* 1610-LOAD-ONE-CONTRACTOR - READ ONE CONTRACTOR MASTER RECORD
005980* INTO THE COMPANY OR THE WORKER TABLE BY ITS KIND, THE SAME AS
005990* HELLOBAT, STOPPING THE RUN CLEANLY ON A RECORD OF ANY OTHER KIND
006000* OR WHEN A TABLE BOUND IS HIT.
006010*****************************************************************
006020 1610-LOAD-ONE-CONTRACTOR.
006030     READ CONTRACTOR-MASTER-FILE
006040         AT END
006050             SET WS-CNTR-EOF TO TRUE
006060             GO TO 1610-EXIT
006070     END-READ.
006080     IF CM-COMPANY-ENTRY
006090         IF WS-COMPANY-COUNT >= WS-MAX-COMPANIES
006100             DISPLAY "CONTRACTOR COMPANIES EXCEED TABLE OF "
006110                 WS-MAX-COMPANIES
006120                 " - ENLARGE CONTRACT-COMPANY-TABLE"
006130             MOVE 16 TO RETURN-CODE
006140             STOP RUN
006150         END-IF
006160         ADD 1 TO WS-COMPANY-COUNT
006170         MOVE CM-COMPANY TO CCT-COMPANY (WS-COMPANY-COUNT)
006180         MOVE CM-CONTRACT-NUMBER TO
006190             CCT-CONTRACT-NUMBER (WS-COMPANY-COUNT)
006200         MOVE CM-CONTRACT-START TO
006210             CCT-CONTRACT-START (WS-COMPANY-COUNT)
006220         MOVE CM-CONTRACT-END TO
006230             CCT-CONTRACT-END (WS-COMPANY-COUNT)
006240         MOVE CM-SITE-LIST TO CCT-SITE-LIST (WS-COMPANY-COUNT)
006250         GO TO 1610-EXIT
006260     END-IF.
006270     IF CM-WORKER-ENTRY
006280         IF WS-WORKER-COUNT >= WS-MAX-WORKERS
006290             DISPLAY "CONTRACTOR WORKERS EXCEED TABLE OF "
006300                 WS-MAX-WORKERS
006310                 " - ENLARGE CONTRACT-WORKER-TABLE"
006320             MOVE 16 TO RETURN-CODE
006330             STOP RUN
006340         END-IF
006350         ADD 1 TO WS-WORKER-COUNT
006360         MOVE CM-COMPANY TO CWT-COMPANY (WS-WORKER-COUNT)
006370         MOVE CM-WORKER-NAME TO CWT-WORKER-NAME (WS-WORKER-COUNT)
006380         GO TO 1610-EXIT
006390     END-IF.
006400     DISPLAY "CONTRACTOR MASTER RECORD KIND NOT C OR W - "
006410         CM-ENTRY-KIND CM-COMPANY.
006420     MOVE 16 TO RETURN-CODE.
006430     STOP RUN.
006440 1610-EXIT.
006450     EXIT.
006460*****************************************************************
006470* 2000-PROCESS-SUSPENSE - READ ONE SUSPENSE RECORD, LAY ITS
006480* ROSTER IMAGE OVER THE SHARED ROSTREC LAYOUT, AND REPROCESS IT.
006490*****************************************************************
006500 2000-PROCESS-SUSPENSE.
006510     READ SUSPENSE-IN-FILE
006520         AT END
006530             SET WS-SUSPIN-EOF TO TRUE
006540         NOT AT END
006550             ADD 1 TO WS-READ-COUNT
006560             MOVE SU-ROSTER-IMAGE TO ROSTER-RECORD
006570             MOVE SU-DATE-SUSPENDED TO WS-ORIG-SUSP-DATE
006580             PERFORM 2100-REPROCESS-ONE THRU 2100-EXIT
006590     END-READ.
006600 2000-EXIT.
006610     EXIT.
006620*****************************************************************
006630* 2100-REPROCESS-ONE - RUN ONE CORRECTED ARRIVAL THROUGH THE
006640* SAME EDITS HELLOBAT APPLIES ON INTAKE.  A RECORD THAT STILL
006650* FAILS GOES BACK TO SUSPENSE WITH THE NEW REASON; ONE THAT
006660* PASSES IS GREETED INTO THE LOG AND THE MASTER.
006670*****************************************************************
006680 2100-REPROCESS-ONE.
006690*    A BLANK SITE READS AS THE MAIN BUILDING, THE SAME
006700*    NORMALIZATION HELLOBAT APPLIES ON INTAKE.
006710     IF RI-SITE-CODE = SPACES OR RI-SITE-CODE = LOW-VALUE
006720         MOVE "HQ " TO RI-SITE-CODE
006730     END-IF.
006740     IF RI-USER-NAME = SPACES OR RI-USER-NAME = LOW-VALUE
006750         MOVE "BLANK OR INVALID NAME" TO WS-SUSPENSE-REASON
006760         PERFORM 2400-RESUSPEND THRU 2400-EXIT
006770         GO TO 2100-EXIT
006780     END-IF.
006790     IF RI-TYPE-VISITOR OR RI-TYPE-CONTRACTOR
006800         PERFORM 2500-REBADGE-VISITOR THRU 2500-EXIT
006810         GO TO 2100-EXIT
006820     END-IF.
006830     IF NOT RI-TYPE-EMPLOYEE
006840         MOVE "UNKNOWN RECORD TYPE" TO WS-SUSPENSE-REASON
006850         PERFORM 2400-RESUSPEND THRU 2400-EXIT
006860         GO TO 2100-EXIT
006870     END-IF.
006880     PERFORM 2120-VALIDATE-ARRIVAL THRU 2120-EXIT.
006890     IF WS-SUSPENSE-REASON NOT = SPACES
006900         PERFORM 2400-RESUSPEND THRU 2400-EXIT
006910         GO TO 2100-EXIT
006920     END-IF.
006930     PERFORM 2140-CHECK-DUPLICATE THRU 2140-EXIT.
006940     IF WS-ALREADY-GREETED
006950         GO TO 2100-EXIT
006960     END-IF.
006970     PERFORM 2300-RELEASE-GREETING THRU 2300-EXIT.
006980 2100-EXIT.
006990     EXIT.
007000*****************************************************************
007010* 2120-VALIDATE-ARRIVAL - READ THE CORRECTED ARRIVAL'S EMPLOYEE
007020* ID FROM THE KEYED HR EMPLOYEE MASTER, THE SAME EDITS IN THE
007030* SAME ORDER AS HELLOBAT'S 2120-VALIDATE-ARRIVAL.
007040*****************************************************************
007050 2120-VALIDATE-ARRIVAL.
007060     MOVE SPACES TO WS-SUSPENSE-REASON.
007070     MOVE "N" TO WS-EMP-FOUND-SWITCH.
007080     MOVE RI-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
007090     READ EMPLOYEE-MASTER-FILE
007100         INVALID KEY
007110             CONTINUE
007120         NOT INVALID KEY
007130             SET WS-EMP-FOUND TO TRUE
007140     END-READ.
007150     IF NOT WS-EMP-FOUND
007160         MOVE "EMPLOYEE ID NOT ON MASTER" TO WS-SUSPENSE-REASON
007170         GO TO 2120-EXIT
007180     END-IF.
007190     IF EM-TERMINATED
007200         MOVE "EMPLOYEE TERMINATED" TO WS-SUSPENSE-REASON
007210         GO TO 2120-EXIT
007220     END-IF.
007230     IF RI-USER-NAME NOT = EM-EMPLOYEE-NAME
007240         MOVE "NAME DOES NOT MATCH MASTER" TO WS-SUSPENSE-REASON
007250         GO TO 2120-EXIT
007260     END-IF.
007270     IF RI-DEPARTMENT NOT = EM-DEPARTMENT
007280         MOVE "DEPT DOES NOT MATCH MASTER" TO WS-SUSPENSE-REASON
007290         GO TO 2120-EXIT
007300     END-IF.
007310     IF RI-SHIFT NOT = EM-SHIFT
007320         MOVE "SHIFT DOES NOT MATCH MASTER" TO WS-SUSPENSE-REASON
007330     END-IF.
007340 2120-EXIT.
007350     EXIT.
007360*****************************************************************
007370* 2140-CHECK-DUPLICATE - READ THE GREETING MASTER FOR THIS
007380* EMPLOYEE AND THIS RUN'S DATE.  A HIT MEANS THE EMPLOYEE WAS
007390* ALREADY GREETED TODAY - THE CORRECTION IS DONE WITH, SO THE
007400* REPEAT IS COUNTED AND DROPPED, NOT RESUSPENDED.
007410*****************************************************************
007420 2140-CHECK-DUPLICATE.
007430     MOVE "N" TO WS-DUPLICATE-SWITCH.
007440     MOVE RI-EMPLOYEE-ID TO GM-EMPLOYEE-ID.
007450     MOVE WS-CURRENT-DATE TO GM-LOG-DATE.
007460     READ GREETING-MASTER-FILE
007470         INVALID KEY
007480             CONTINUE
007490         NOT INVALID KEY
007500             SET WS-ALREADY-GREETED TO TRUE
007510     END-READ.
007520     IF WS-ALREADY-GREETED
007530         ADD 1 TO WS-DUPLICATE-COUNT
007540         MOVE SPACES TO PRINT-RECORD
007550         STRING "DUPLICATE:   " DELIMITED BY SIZE
007560                 RI-EMPLOYEE-ID DELIMITED BY SIZE
007570                 " ALREADY GREETED TODAY - DROPPED"
007580                     DELIMITED BY SIZE
007590             INTO PRINT-RECORD
007600         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
007610     END-IF.
007620 2140-EXIT.
007630     EXIT.
007640*****************************************************************
007650* 2300-RELEASE-GREETING - BUILD THE GREETING THE WAY HELLOBAT
007660* WOULD HAVE ON THE NIGHT, STAMPED WITH THIS RUN'S DATE, AND
007670* WRITE IT TO THE GREETING LOG AND THE KEYED MASTER.
007680*****************************************************************
007690 2300-RELEASE-GREETING.
007700     MOVE "E" TO WS-PICK-TYPE.
007710     PERFORM 2160-PICK-GREETING THRU 2160-EXIT.
007720     MOVE RI-USER-NAME TO GR-USER-NAME.
007730     MOVE SPACES TO GR-GREETING.
007740     STRING WS-GREETING-TEXT(1:WS-TEXT-LEN) DELIMITED BY SIZE
007750             ", " DELIMITED BY SIZE
007760             RI-USER-NAME DELIMITED BY "  "
007770         INTO GR-GREETING.
007780     ACCEPT WS-CURRENT-TIME FROM TIME.
007790     MOVE WS-CURRENT-DATE TO GR-LOG-DATE.
007800     MOVE WS-CURRENT-TIME TO GR-LOG-TIME.
007810     MOVE RI-EMPLOYEE-ID TO GR-EMPLOYEE-ID.
007820     MOVE RI-DEPARTMENT TO GR-DEPARTMENT.
007830     MOVE RI-SHIFT TO GR-SHIFT.
007840     MOVE RI-SITE-CODE TO GR-SITE-CODE.
007850     WRITE GREETING-RECORD.
007860     IF WS-LOG-STATUS NOT = "00"
007870         DISPLAY "UNABLE TO WRITE GREETING-LOG - STATUS "
007880             WS-LOG-STATUS
007890         MOVE 16 TO RETURN-CODE
007900         STOP RUN
007910     END-IF.
007920     PERFORM 2350-WRITE-MASTER THRU 2350-EXIT.
007930     ADD 1 TO WS-RELEASED-COUNT.
007940     MOVE SPACES TO PRINT-RECORD.
007950     STRING "RELEASED:    " DELIMITED BY SIZE
007960             RI-EMPLOYEE-ID DELIMITED BY SIZE
007970             " " DELIMITED BY SIZE
007980             RI-USER-NAME DELIMITED BY SIZE
007990             " SUSPENDED " DELIMITED BY SIZE
008000             WS-ORIG-SUSP-DATE DELIMITED BY SIZE
008010         INTO PRINT-RECORD.
008020     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
008030 2300-EXIT.
008040     EXIT.
008050*****************************************************************
008060* 2350-WRITE-MASTER - ADD THE RELEASED GREETING TO THE KEYED
008070* GREETING MASTER.  STATUS 22 IS TOLERATED, THE SAME AS
008080* HELLOBAT'S 2150-WRITE-MASTER - THE JOURNAL REMAINS THE
008090* COMPLETE RECORD.
008100*****************************************************************
008110 2350-WRITE-MASTER.
008120     MOVE GR-EMPLOYEE-ID TO GM-EMPLOYEE-ID.
008130     MOVE GR-LOG-DATE TO GM-LOG-DATE.
008140     MOVE GR-LOG-TIME TO GM-LOG-TIME.
008150     MOVE GR-USER-NAME TO GM-USER-NAME.
008160     MOVE GR-GREETING TO GM-GREETING.
008170     MOVE GR-DEPARTMENT TO GM-DEPARTMENT.
008180     MOVE GR-SHIFT TO GM-SHIFT.
008190     MOVE GR-SITE-CODE TO GM-SITE-CODE.
008200     WRITE GREETING-MASTER-RECORD.
008210     IF WS-MASTER-STATUS NOT = "00" AND
008220             WS-MASTER-STATUS NOT = "02" AND
008230             WS-MASTER-STATUS NOT = "22"
008240         DISPLAY "UNABLE TO WRITE GREETING-MASTER - STATUS "
008250             WS-MASTER-STATUS
008260         MOVE 16 TO RETURN-CODE
008270         STOP RUN
008280     END-IF.
008290 2350-EXIT.
008300     EXIT.
008310*****************************************************************
008320* 2160-PICK-GREETING - PICK THE GREETING WORDING FOR THIS
008330* ARRIVAL'S SHIFT AND DEPARTMENT FROM THE TABLE, THE SAME
008340* MOST-SPECIFIC-ENTRY-WINS MATCH HELLOBAT USES.
008350*****************************************************************
008360 2160-PICK-GREETING.
008370     MOVE "Hello" TO WS-GREETING-TEXT.
008380     MOVE -1 TO WS-BEST-LEVEL.
008390     PERFORM 2165-SCORE-ONE-ENTRY THRU 2165-EXIT
008400         VARYING WS-GREET-INDEX FROM 1 BY 1
008410         UNTIL WS-GREET-INDEX > WS-GREET-COUNT.
008420     PERFORM 2170-TRIM-GREETING-TEXT THRU 2170-EXIT.
008430 2160-EXIT.
008440     EXIT.
008450*****************************************************************
008460* 2165-SCORE-ONE-ENTRY - SCORE ONE TABLE ENTRY AGAINST THIS
008470* ARRIVAL AND KEEP ITS TEXT WHEN IT IS THE BEST MATCH SO FAR.
008480*****************************************************************
008490 2165-SCORE-ONE-ENTRY.
008500     MOVE ZERO TO WS-MATCH-LEVEL.
008510     EVALUATE TRUE
008520         WHEN GTT-SITE-CODE (WS-GREET-INDEX) = RI-SITE-CODE
008530             ADD 8 TO WS-MATCH-LEVEL
008540         WHEN GTT-SITE-CODE (WS-GREET-INDEX) = "*"
008550             CONTINUE
008560         WHEN OTHER
008570             GO TO 2165-EXIT
008580     END-EVALUATE.
008590     EVALUATE TRUE
008600         WHEN GTT-RECORD-TYPE (WS-GREET-INDEX) = WS-PICK-TYPE
008610             ADD 4 TO WS-MATCH-LEVEL
008620         WHEN GTT-RECORD-TYPE (WS-GREET-INDEX) = "*"
008630             CONTINUE
008640         WHEN OTHER
008650             GO TO 2165-EXIT
008660     END-EVALUATE.
008670     EVALUATE TRUE
008680         WHEN GTT-SHIFT (WS-GREET-INDEX) = RI-SHIFT
008690             ADD 2 TO WS-MATCH-LEVEL
008700         WHEN GTT-SHIFT (WS-GREET-INDEX) = "*"
008710             CONTINUE
008720         WHEN OTHER
008730             GO TO 2165-EXIT
008740     END-EVALUATE.
008750     EVALUATE TRUE
008760         WHEN GTT-DEPARTMENT (WS-GREET-INDEX) = RI-DEPARTMENT
008770             ADD 1 TO WS-MATCH-LEVEL
008780         WHEN GTT-DEPARTMENT (WS-GREET-INDEX) (1:1) = "*"
008790             CONTINUE
008800         WHEN OTHER
008810             GO TO 2165-EXIT
008820     END-EVALUATE.
008830     IF WS-MATCH-LEVEL > WS-BEST-LEVEL
008840         MOVE WS-MATCH-LEVEL TO WS-BEST-LEVEL
008850         MOVE GTT-TEXT (WS-GREET-INDEX) TO WS-GREETING-TEXT
008860     END-IF.
008870 2165-EXIT.
008880     EXIT.
008890*****************************************************************
008900* 2170-TRIM-GREETING-TEXT - FIND THE LENGTH OF THE PICKED TEXT
008910* SO THE ", " AND THE NAME LAND RIGHT AFTER IT.
008920*****************************************************************
008930 2170-TRIM-GREETING-TEXT.
008940     MOVE "N" TO WS-TRIM-DONE-SWITCH.
008950     MOVE 40 TO WS-TEXT-LEN.
008960     PERFORM 2175-TRIM-ONE-BYTE THRU 2175-EXIT
008970         UNTIL WS-TRIM-DONE OR WS-TEXT-LEN = ZERO.
008980     IF WS-TEXT-LEN = ZERO
008990         MOVE "Hello" TO WS-GREETING-TEXT
009000         MOVE 5 TO WS-TEXT-LEN
009010     END-IF.
009020 2170-EXIT.
009030     EXIT.
009040 2175-TRIM-ONE-BYTE.
009050     IF WS-GREETING-TEXT(WS-TEXT-LEN:1) = SPACE
009060         SUBTRACT 1 FROM WS-TEXT-LEN
009070     ELSE
009080         SET WS-TRIM-DONE TO TRUE
009090     END-IF.
009100 2175-EXIT.
009110     EXIT.
009120*****************************************************************
009130* 2400-RESUSPEND - WRITE THE RECORD BACK TO THE RE-SUSPENSE
009140* FILE WITH THE NEW REASON BUT THE ORIGINAL DATE SUSPENDED, SO
009150* THE AGING REPORT COUNTS FROM THE NIGHT IT FIRST DIVERTED.
009160*****************************************************************
009170 2400-RESUSPEND.
009180     ADD 1 TO WS-RESUSPEND-COUNT.
009190     MOVE ROSTER-RECORD TO SU-ROSTER-IMAGE.
009200     MOVE WS-SUSPENSE-REASON TO SU-REASON.
009210     MOVE WS-ORIG-SUSP-DATE TO SU-DATE-SUSPENDED.
009220     WRITE RESUSPENSE-RECORD FROM SUSPENSE-DATA-RECORD.
009230     IF WS-SUSPOUT-STATUS NOT = "00"
009240         DISPLAY "UNABLE TO WRITE RE-SUSPENSE RECORD - STATUS "
009250             WS-SUSPOUT-STATUS
009260         MOVE 16 TO RETURN-CODE
009270         STOP RUN
009280     END-IF.
009290     MOVE SPACES TO PRINT-RECORD.
009300     STRING "RESUSPENDED: " DELIMITED BY SIZE
009310             RI-EMPLOYEE-ID DELIMITED BY SIZE
009320             " " DELIMITED BY SIZE
009330             RI-USER-NAME DELIMITED BY SIZE
009340             " " DELIMITED BY SIZE
009350             WS-SUSPENSE-REASON DELIMITED BY SIZE
009360         INTO PRINT-RECORD.
009370     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
009380 2400-EXIT.
009390     EXIT.
009400*****************************************************************
009410* 2500-REBADGE-VISITOR - RUN A CORRECTED VISITOR OR CONTRACTOR
009420* BADGE-IN THROUGH THE SAME WATCH LIST SCREEN, CONTRACTOR CHECK,
009430* AND HOST VALIDATION HELLOBAT APPLIES, THEN WRITE THE BADGE TO
009440* VISITLOG AND ITS NOTIFICATION TO HOSTNTFY.  A WATCH LIST HIT
009450* IS HELD FOR SECURITY; A CONTRACTOR OR HOST THAT STILL FAILS
009460* GOES BACK TO SUSPENSE.  THE BADGE IS LOGGED UNDER THE DATE
009470* THE ARRIVAL WAS SUSPENDED, THE DAY THE PERSON CAME IN, SO
009480* VISITLOG, PREGRPT, AND CNTRHRS SEE IT ON ITS REAL DAY.
009490*****************************************************************
009500 2500-REBADGE-VISITOR.
009510     PERFORM 2510-CHECK-WATCH-LIST THRU 2510-EXIT.
009520     IF WS-WATCH-HIT
009530         PERFORM 2530-WRITE-SECURITY-HOLD THRU 2530-EXIT
009540         GO TO 2500-EXIT
009550     END-IF.
009560     IF RI-TYPE-CONTRACTOR AND WS-COMPANY-COUNT > ZERO
009570         PERFORM 2540-CHECK-CONTRACTOR THRU 2540-EXIT
009580         IF WS-SUSPENSE-REASON NOT = SPACES
009590             PERFORM 2400-RESUSPEND THRU 2400-EXIT
009600             GO TO 2500-EXIT
009610         END-IF
009620     END-IF.
009630     PERFORM 2520-VALIDATE-HOST THRU 2520-EXIT.
009640     IF WS-SUSPENSE-REASON NOT = SPACES
009650         PERFORM 2400-RESUSPEND THRU 2400-EXIT
009660         GO TO 2500-EXIT
009670     END-IF.
009680     MOVE RI-RECORD-TYPE TO WS-PICK-TYPE.
009690     PERFORM 2160-PICK-GREETING THRU 2160-EXIT.
009700     MOVE SPACES TO VB-GREETING.
009710     STRING WS-GREETING-TEXT(1:WS-TEXT-LEN) DELIMITED BY SIZE
009720             ", " DELIMITED BY SIZE
009730             RI-USER-NAME DELIMITED BY "  "
009740         INTO VB-GREETING.
009750     ACCEPT WS-CURRENT-TIME FROM TIME.
009760     MOVE RI-RECORD-TYPE TO VB-RECORD-TYPE.
009770     MOVE RI-USER-NAME TO VB-VISITOR-NAME.
009780     MOVE WS-ORIG-SUSP-DATE TO VB-LOG-DATE.
009790     MOVE WS-CURRENT-TIME TO VB-LOG-TIME.
009791     IF RI-ARRIVAL-TIME NOT = SPACES AND
009792             RI-ARRIVAL-TIME NOT = LOW-VALUE
009793         MOVE RI-ARRIVAL-TIME TO VB-LOG-TIME
009794     END-IF.
009800     MOVE RI-HOST-EMPLOYEE-ID TO VB-HOST-EMPLOYEE-ID.
009810     MOVE RI-EXPECTED-DEPARTURE TO VB-EXPECTED-DEPARTURE.
009820     MOVE RI-DEPARTMENT TO VB-DEPARTMENT.
009830     MOVE RI-SITE-CODE TO VB-SITE-CODE.
009840     WRITE VISITOR-BADGE-RECORD.
009850     IF WS-VISIT-STATUS NOT = "00"
009860         DISPLAY "UNABLE TO WRITE VISITOR LOG - STATUS "
009870             WS-VISIT-STATUS
009880         MOVE 16 TO RETURN-CODE
009890         STOP RUN
009900     END-IF.
009910     PERFORM 2550-WRITE-HOST-NOTIFY THRU 2550-EXIT.
009920     ADD 1 TO WS-BADGED-COUNT.
009930     MOVE SPACES TO PRINT-RECORD.
009940     STRING "BADGED:      " DELIMITED BY SIZE
009950             RI-USER-NAME DELIMITED BY SIZE
009960             " HOST " DELIMITED BY SIZE
009970             RI-HOST-EMPLOYEE-ID DELIMITED BY SIZE
009980             " SUSPENDED " DELIMITED BY SIZE
009990             WS-ORIG-SUSP-DATE DELIMITED BY SIZE
010000         INTO PRINT-RECORD.
010010     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
010020     PERFORM 2560-MATCH-PREREGISTRATION THRU 2560-EXIT.
010030 2500-EXIT.
010040     EXIT.
010050*****************************************************************
010060* 2510-CHECK-WATCH-LIST - SEARCH THE WATCH LIST TABLE FOR AN
010070* ENTRY IN FORCE ON THIS RUN'S DATE THAT NAMES THE ARRIVAL, THE
010080* SAME MATCH HELLOBAT'S 2310-CHECK-WATCH-LIST MAKES.
010090*****************************************************************
010100 2510-CHECK-WATCH-LIST.
010110     MOVE "N" TO WS-WATCH-HIT-SWITCH.
010120     MOVE WS-CURRENT-DATE TO WS-WATCH-DATE.
010130     MOVE RI-DEPARTMENT TO WS-WATCH-COMPANY.
010140     PERFORM 2515-MATCH-ONE-WATCH THRU 2515-EXIT
010150         VARYING WS-WATCH-INDEX FROM 1 BY 1
010160         UNTIL WS-WATCH-INDEX > WS-WATCH-COUNT
010170             OR WS-WATCH-HIT.
010180     IF WS-WATCH-HIT
010190         SUBTRACT 1 FROM WS-WATCH-INDEX
010200     END-IF.
010210 2510-EXIT.
010220     EXIT.
010230*****************************************************************
010240* 2515-MATCH-ONE-WATCH - COMPARE ONE WATCH LIST ENTRY TO THE
010250* ARRIVAL - NAME, DATES IN FORCE, SITES, AND COMPANY.
010260*****************************************************************
010270 2515-MATCH-ONE-WATCH.
010280     IF WLT-VISITOR-NAME (WS-WATCH-INDEX) NOT = RI-USER-NAME
010290         GO TO 2515-EXIT
010300     END-IF.
010310     IF WLT-EFFECTIVE-DATE (WS-WATCH-INDEX) NOT = SPACES AND
010320             WLT-EFFECTIVE-DATE (WS-WATCH-INDEX) > WS-WATCH-DATE
010330         GO TO 2515-EXIT
010340     END-IF.
010350     IF WLT-EXPIRY-DATE (WS-WATCH-INDEX) NOT = SPACES AND
010360             WLT-EXPIRY-DATE (WS-WATCH-INDEX) < WS-WATCH-DATE
010370         GO TO 2515-EXIT
010380     END-IF.
010390     IF WLT-SITE-LIST (WS-WATCH-INDEX) NOT = SPACES AND
010400             WLT-SITE-CODE (WS-WATCH-INDEX, 1) NOT = RI-SITE-CODE
010410         AND WLT-SITE-CODE (WS-WATCH-INDEX, 2) NOT = RI-SITE-CODE
010420         AND WLT-SITE-CODE (WS-WATCH-INDEX, 3) NOT = RI-SITE-CODE
010430         AND WLT-SITE-CODE (WS-WATCH-INDEX, 4) NOT = RI-SITE-CODE
010440         GO TO 2515-EXIT
010450     END-IF.
010460     IF WLT-COMPANY (WS-WATCH-INDEX) NOT = SPACES AND
010470             WS-WATCH-COMPANY NOT = SPACES AND
010480             WLT-COMPANY (WS-WATCH-INDEX) NOT = WS-WATCH-COMPANY
010490         GO TO 2515-EXIT
010500     END-IF.
010510     SET WS-WATCH-HIT TO TRUE.
010520 2515-EXIT.
010530     EXIT.
010540*****************************************************************
010550* 2520-VALIDATE-HOST - READ THE CORRECTED HOST EMPLOYEE ID FROM
010560* THE KEYED HR EMPLOYEE MASTER, THE SAME EDITS HELLOBAT'S
010570* 2320-VALIDATE-HOST APPLIES.  THE HOST'S DEPARTMENT IS KEPT IN
010580* WS-HOST-DEPARTMENT FOR THE NOTIFICATION.
010590*****************************************************************
010600 2520-VALIDATE-HOST.
010610     MOVE SPACES TO WS-SUSPENSE-REASON.
010620     MOVE SPACES TO WS-HOST-DEPARTMENT.
010630     MOVE "N" TO WS-HOST-FOUND-SWITCH.
010640     MOVE RI-HOST-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
010650     READ EMPLOYEE-MASTER-FILE
010660         INVALID KEY
010670             CONTINUE
010680         NOT INVALID KEY
010690             SET WS-HOST-FOUND TO TRUE
010700     END-READ.
010710     IF NOT WS-HOST-FOUND
010720         MOVE "HOST ID NOT ON MASTER" TO WS-SUSPENSE-REASON
010730         GO TO 2520-EXIT
010740     END-IF.
010750     MOVE EM-DEPARTMENT TO WS-HOST-DEPARTMENT.
010760     IF EM-TERMINATED
010770         MOVE "HOST EMPLOYEE TERMINATED" TO WS-SUSPENSE-REASON
010780     END-IF.
010790 2520-EXIT.
010800     EXIT.
010810*****************************************************************
010820* 2530-WRITE-SECURITY-HOLD - RECORD A WATCH LIST HIT ON THE
010830* SECURITY HOLD FILE AND THE GUARD STATION'S ALERT REPORT, AND
010840* LIST IT ON THE REPROCESSING REPORT.  NO BADGE IS ISSUED AND
010850* THE RECORD IS NOT RESUSPENDED.
010860*****************************************************************
010870 2530-WRITE-SECURITY-HOLD.
010880     ACCEPT WS-CURRENT-TIME FROM TIME.
010890     MOVE RI-USER-NAME TO SH-VISITOR-NAME.
010900     MOVE RI-RECORD-TYPE TO SH-RECORD-TYPE.
010910     MOVE RI-DEPARTMENT TO SH-COMPANY.
010920     MOVE RI-HOST-EMPLOYEE-ID TO SH-HOST-EMPLOYEE-ID.
010930     MOVE RI-SITE-CODE TO SH-SITE-CODE.
010940     MOVE WS-CURRENT-DATE TO SH-HOLD-DATE.
010950     MOVE WS-CURRENT-TIME TO SH-HOLD-TIME.
010960     MOVE WLT-REASON-CODE (WS-WATCH-INDEX) TO SH-REASON-CODE.
010970     MOVE "SUSPFIX" TO SH-SOURCE-PROGRAM.
010980     WRITE SECURITY-HOLD-RECORD.
010990     IF WS-SECHOLD-STATUS NOT = "00"
011000         DISPLAY "UNABLE TO WRITE SECURITY HOLD - STATUS "
011010             WS-SECHOLD-STATUS
011020         MOVE 16 TO RETURN-CODE
011030         STOP RUN
011040     END-IF.
011050     IF NOT WS-ALERT-HEADING-DONE
011060         MOVE SPACES TO SECURITY-ALERT-RECORD
011070         STRING "---- SECURITY ALERTS - SUSPFIX RUN DATE "
011080                 DELIMITED BY SIZE
011090                 WS-CURRENT-DATE DELIMITED BY SIZE
011100                 " ----" DELIMITED BY SIZE
011110             INTO SECURITY-ALERT-RECORD
011120         PERFORM 2535-WRITE-ALERT-LINE THRU 2535-EXIT
011130         MOVE "DATE     TIME     PROGRAM  T NAME" TO
011140             SECURITY-ALERT-RECORD
011150         MOVE "COMPANY" TO SECURITY-ALERT-RECORD (81:7)
011160         MOVE "HOST       SITE RC" TO
011170             SECURITY-ALERT-RECORD (102:18)
011180         PERFORM 2535-WRITE-ALERT-LINE THRU 2535-EXIT
011190         SET WS-ALERT-HEADING-DONE TO TRUE
011200     END-IF.
011210     MOVE SPACES TO SECURITY-ALERT-RECORD.
011220     STRING SH-HOLD-DATE DELIMITED BY SIZE
011230             " " DELIMITED BY SIZE
011240             SH-HOLD-TIME DELIMITED BY SIZE
011250             " " DELIMITED BY SIZE
011260             SH-SOURCE-PROGRAM DELIMITED BY SIZE
011270             " " DELIMITED BY SIZE
011280             SH-RECORD-TYPE DELIMITED BY SIZE
011290             " " DELIMITED BY SIZE
011300             SH-VISITOR-NAME DELIMITED BY SIZE
011310             " " DELIMITED BY SIZE
011320             SH-COMPANY DELIMITED BY SIZE
011330             " " DELIMITED BY SIZE
011340             SH-HOST-EMPLOYEE-ID DELIMITED BY SIZE
011350             " " DELIMITED BY SIZE
011360             SH-SITE-CODE DELIMITED BY SIZE
011370             "  " DELIMITED BY SIZE
011380             SH-REASON-CODE DELIMITED BY SIZE
011390         INTO SECURITY-ALERT-RECORD.
011400     PERFORM 2535-WRITE-ALERT-LINE THRU 2535-EXIT.
011410     ADD 1 TO WS-HOLD-COUNT.
011420     MOVE SPACES TO PRINT-RECORD.
011430     STRING "SECURITY HOLD: " DELIMITED BY SIZE
011440             RI-USER-NAME DELIMITED BY SIZE
011450             " HOST " DELIMITED BY SIZE
011460             RI-HOST-EMPLOYEE-ID DELIMITED BY SIZE
011470             " - SEE SECALERT" DELIMITED BY SIZE
011480         INTO PRINT-RECORD.
011490     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
011500 2530-EXIT.
011510     EXIT.
011520*****************************************************************
011530* 2535-WRITE-ALERT-LINE - WRITE THE SECURITY ALERT RECORD AND
011540* CHECK THE STATUS.
011550*****************************************************************
011560 2535-WRITE-ALERT-LINE.
011570     WRITE SECURITY-ALERT-RECORD.
011580     IF WS-SECALERT-STATUS NOT = "00"
011590         DISPLAY "UNABLE TO WRITE SECURITY ALERT - STATUS "
011600             WS-SECALERT-STATUS
011610         MOVE 16 TO RETURN-CODE
011620         STOP RUN
011630     END-IF.
011640 2535-EXIT.
011650     EXIT.
011660*****************************************************************
011670* 2540-CHECK-CONTRACTOR - MATCH A CORRECTED CONTRACTOR BADGE-IN
011680* AGAINST THE CONTRACTOR COMPANY MASTER WITH THE SAME EDITS
011690* HELLOBAT'S 2340-CHECK-CONTRACTOR APPLIES - COMPANY ON THE
011700* MASTER, CONTRACT IN FORCE TODAY, SITE COVERED, AND WORKER
011710* AUTHORIZED BY NAME.  LEAVES WS-SUSPENSE-REASON BLANK WHEN ALL OF
011720* THAT HOLDS, OR SET TO THE REASON TO RESUSPEND.
011730*****************************************************************
011740 2540-CHECK-CONTRACTOR.
011750     MOVE SPACES TO WS-SUSPENSE-REASON.
011760     MOVE WS-CURRENT-DATE TO WS-CNTR-DATE.
011770     MOVE "N" TO WS-CNTR-FOUND-SWITCH.
011780     PERFORM 2542-MATCH-ONE-COMPANY THRU 2542-EXIT
011790         VARYING WS-CO-INDEX FROM 1 BY 1
011800         UNTIL WS-CO-INDEX > WS-COMPANY-COUNT
011810             OR WS-CNTR-FOUND.
011820     IF WS-CNTR-FOUND
011830         SUBTRACT 1 FROM WS-CO-INDEX
011840     END-IF.
011850     IF NOT WS-CNTR-FOUND
011860         MOVE "COMPANY NOT ON CONTRACTOR MSTR" TO
011870             WS-SUSPENSE-REASON
011880         GO TO 2540-EXIT
011890     END-IF.
011900     IF CCT-CONTRACT-START (WS-CO-INDEX) NOT = SPACES AND
011910             CCT-CONTRACT-START (WS-CO-INDEX) > WS-CNTR-DATE
011920         MOVE "CONTRACT NOT YET STARTED" TO WS-SUSPENSE-REASON
011930         GO TO 2540-EXIT
011940     END-IF.
011950     IF CCT-CONTRACT-END (WS-CO-INDEX) NOT = SPACES AND
011960             CCT-CONTRACT-END (WS-CO-INDEX) < WS-CNTR-DATE
011970         MOVE "CONTRACT EXPIRED" TO WS-SUSPENSE-REASON
011980         GO TO 2540-EXIT
011990     END-IF.
012000     IF CCT-SITE-LIST (WS-CO-INDEX) NOT = SPACES AND
012010             CCT-SITE-CODE (WS-CO-INDEX, 1) NOT = RI-SITE-CODE
012020         AND CCT-SITE-CODE (WS-CO-INDEX, 2) NOT = RI-SITE-CODE
012030         AND CCT-SITE-CODE (WS-CO-INDEX, 3) NOT = RI-SITE-CODE
012040         AND CCT-SITE-CODE (WS-CO-INDEX, 4) NOT = RI-SITE-CODE
012050         MOVE "SITE NOT COVERED BY CONTRACT" TO WS-SUSPENSE-REASON
012060         GO TO 2540-EXIT
012070     END-IF.
012080     MOVE "N" TO WS-CNTR-FOUND-SWITCH.
012090     PERFORM 2544-MATCH-ONE-WORKER THRU 2544-EXIT
012100         VARYING WS-WORKER-INDEX FROM 1 BY 1
012110         UNTIL WS-WORKER-INDEX > WS-WORKER-COUNT
012120             OR WS-CNTR-FOUND.
012130     IF NOT WS-CNTR-FOUND
012140         MOVE "WORKER NOT LISTED FOR COMPANY" TO
012150             WS-SUSPENSE-REASON
012160     END-IF.
012170 2540-EXIT.
012180     EXIT.
012190*****************************************************************
012200* 2542-MATCH-ONE-COMPANY - COMPARE ONE COMPANY TABLE ENTRY TO THE
012210* COMPANY KEYED FOR THE ARRIVAL.
012220*****************************************************************
012230 2542-MATCH-ONE-COMPANY.
012240     IF CCT-COMPANY (WS-CO-INDEX) = RI-DEPARTMENT
012250         SET WS-CNTR-FOUND TO TRUE
012260     END-IF.
012270 2542-EXIT.
012280     EXIT.
012290*****************************************************************
012300* 2544-MATCH-ONE-WORKER - COMPARE ONE WORKER TABLE ENTRY TO THE
012310* ARRIVAL'S COMPANY AND NAME AS BADGED.
012320*****************************************************************
012330 2544-MATCH-ONE-WORKER.
012340     IF CWT-COMPANY (WS-WORKER-INDEX) = RI-DEPARTMENT
012350             AND CWT-WORKER-NAME (WS-WORKER-INDEX) = RI-USER-NAME
012360         SET WS-CNTR-FOUND TO TRUE
012370     END-IF.
012380 2544-EXIT.
012390     EXIT.
012400*****************************************************************
012410* 2550-WRITE-HOST-NOTIFY - WRITE ONE NOTIFICATION RECORD FOR
012420* THE BADGE JUST RELEASED, WITH THE HOST'S DEPARTMENT FROM THE
012430* HR MASTER RECORD THE VALIDATION READ.
012440*****************************************************************
012450 2550-WRITE-HOST-NOTIFY.
012460     MOVE RI-HOST-EMPLOYEE-ID TO HN-HOST-EMPLOYEE-ID.
012470     MOVE WS-HOST-DEPARTMENT TO HN-HOST-DEPARTMENT.
012480     MOVE RI-USER-NAME TO HN-VISITOR-NAME.
012490     MOVE VB-LOG-DATE TO HN-ARRIVAL-DATE.
012500     MOVE VB-LOG-TIME TO HN-ARRIVAL-TIME.
012510     MOVE RI-SITE-CODE TO HN-SITE-CODE.
012520     WRITE HOST-NOTIFY-RECORD.
012530     IF WS-HOSTNTFY-STATUS NOT = "00"
012540         DISPLAY "UNABLE TO WRITE HOST NOTIFY - STATUS "
012550             WS-HOSTNTFY-STATUS
012560         MOVE 16 TO RETURN-CODE
012570         STOP RUN
012580     END-IF.
012590     ADD 1 TO WS-HOST-NOTIFY-COUNT.
012600 2550-EXIT.
012610     EXIT.
012620*****************************************************************
012630* 2560-MATCH-PREREGISTRATION - READ THE PRE-REGISTRATION FOR THE
012640* DATE THE ARRIVAL WAS SUSPENDED, THIS HOST, AND THE NAME AS
012650* BADGED, THE SAME KEY HELLOBAT'S 2360-MATCH-PREREGISTRATION
012660* WOULD HAVE READ THAT NIGHT.  A MATCH IS MARKED ARRIVED WITH THE
012670* BADGE TIME SO IT DROPS OFF THE NO-SHOW LIST; NO MATCH IS A
012680* WALK-IN, NOTED ON THE REPROCESSING REPORT.  THE BADGE STANDS
012690* EITHER WAY.
012700*****************************************************************
012710 2560-MATCH-PREREGISTRATION.
012720     MOVE WS-ORIG-SUSP-DATE TO PR-EXPECTED-DATE.
012730     MOVE RI-HOST-EMPLOYEE-ID TO PR-HOST-EMPLOYEE-ID.
012740     MOVE RI-USER-NAME TO PR-VISITOR-NAME.
012750     READ PREREG-FILE
012760         INVALID KEY
012770             MOVE SPACES TO PRINT-RECORD
012780             STRING "*** WALK-IN - NO PRE-REGISTRATION FOR "
012790                     DELIMITED BY SIZE
012800                     RI-USER-NAME DELIMITED BY "  "
012810                     " ***" DELIMITED BY SIZE
012820                 INTO PRINT-RECORD
012830             PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
012840             GO TO 2560-EXIT
012850     END-READ.
012860     IF PR-ARRIVED
012870         GO TO 2560-EXIT
012880     END-IF.
012890     SET PR-ARRIVED TO TRUE.
012900     MOVE VB-LOG-TIME TO PR-ARRIVAL-TIME.
012910     REWRITE PREREG-RECORD.
012920     IF WS-PREREG-STATUS NOT = "00"
012930         DISPLAY "UNABLE TO REWRITE PRE-REGISTRATION - STATUS "
012940             WS-PREREG-STATUS
012950         MOVE 16 TO RETURN-CODE
012960         STOP RUN
012970     END-IF.
012980 2560-EXIT.
012990     EXIT.
013000*****************************************************************
013010* 8000-RECONCILE - PROVE EVERY SUSPENSE RECORD READ SETTLED AS
013020* RELEASED, BADGED, HELD, RESUSPENDED, OR DUPLICATE.  A MISMATCH
013030* SETS A NON-ZERO RETURN CODE, THE SAME AS HELLOBAT.
013040*****************************************************************
013050 8000-RECONCILE.
013060     COMPUTE WS-CONTROL-TOTAL = WS-RELEASED-COUNT +
013070         WS-BADGED-COUNT + WS-HOLD-COUNT +
013080         WS-RESUSPEND-COUNT + WS-DUPLICATE-COUNT.
013090     MOVE SPACES TO PRINT-RECORD.
013100     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
013110     MOVE "---- CONTROL TOTALS ----" TO PRINT-RECORD.
013120     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
013130     MOVE "SUSPENSE RECORDS READ:   " TO WS-CONTROL-LABEL.
013140     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
013150     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
013160     MOVE "RELEASED TO THE LOG:     " TO WS-CONTROL-LABEL.
013170     MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT.
013180     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
013190     MOVE "BADGED TO VISITLOG:      " TO WS-CONTROL-LABEL.
013200     MOVE WS-BADGED-COUNT TO WS-COUNT-EDIT.
013210     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
013220     MOVE "SECURITY HOLDS:          " TO WS-CONTROL-LABEL.
013230     MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT.
013240     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
013250     MOVE "RESUSPENDED:             " TO WS-CONTROL-LABEL.
013260     MOVE WS-RESUSPEND-COUNT TO WS-COUNT-EDIT.
013270     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
013280     MOVE "DUPLICATES DROPPED:      " TO WS-CONTROL-LABEL.
013290     MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT.
013300     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
013310     IF WS-CONTROL-TOTAL = WS-READ-COUNT
013320         MOVE "CONTROL TOTALS BALANCE." TO PRINT-RECORD
013330         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
013340         DISPLAY "CONTROL TOTALS BALANCE."
013350     ELSE
013360         MOVE "*** CONTROL TOTALS OUT OF BALANCE ***"
013370             TO PRINT-RECORD
013380         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
013390         DISPLAY "*** CONTROL TOTALS OUT OF BALANCE ***"
013400         MOVE 8 TO RETURN-CODE
013410     END-IF.
013420 8000-EXIT.
013430     EXIT.
013440*****************************************************************
013450* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
013460* STATUS.
013470*****************************************************************
013480 8100-PRINT-ONE-LINE.
013490     WRITE PRINT-RECORD.
013500     IF WS-PRINT-STATUS NOT = "00"
013510         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
013520             WS-PRINT-STATUS
013530         MOVE 16 TO RETURN-CODE
013540         STOP RUN
013550     END-IF.
013560 8100-EXIT.
013570     EXIT.
013580*****************************************************************
013590* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
013600* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
013610*****************************************************************
013620 8200-PRINT-CONTROL-LINE.
013630     MOVE SPACES TO PRINT-RECORD.
013640     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
013650             WS-COUNT-EDIT DELIMITED BY SIZE
013660         INTO PRINT-RECORD.
013670     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
013680 8200-EXIT.
013690     EXIT.
013700*****************************************************************
013710* 9000-TERMINATE - CLOSE THE FILES, REPORT THE COUNTS, AND
013720* APPEND THE HANDOFF COUNTS TO CTLCNTS AHEAD OF THE END RECORD.
013730*****************************************************************
013740 9000-TERMINATE.
013750     CLOSE SUSPENSE-IN-FILE.
013760     CLOSE EMPLOYEE-MASTER-FILE.
013770     CLOSE GREETING-LOG-FILE.
013780     CLOSE GREETING-MASTER-FILE.
013790     CLOSE VISITOR-LOG-FILE.
013800     CLOSE HOST-NOTIFY-FILE.
013810     CLOSE PREREG-FILE.
013820     CLOSE SECURITY-HOLD-FILE.
013830     CLOSE SECURITY-ALERT-FILE.
013840     CLOSE SUSPENSE-OUT-FILE.
013850     CLOSE PRINT-FILE.
013860     DISPLAY "SUSPENSE RECORDS READ: " WS-READ-COUNT.
013870     DISPLAY "RELEASED TO THE LOG:   " WS-RELEASED-COUNT.
013880     DISPLAY "BADGED TO VISITLOG:    " WS-BADGED-COUNT.
013890     DISPLAY "SECURITY HOLDS:        " WS-HOLD-COUNT.
013900     DISPLAY "RESUSPENDED:           " WS-RESUSPEND-COUNT.
013910     DISPLAY "DUPLICATES DROPPED:    " WS-DUPLICATE-COUNT.
013920     PERFORM 9600-WRITE-CONTROL-COUNTS THRU 9600-EXIT.
013930     MOVE "E" TO WS-RH-ENTRY-TYPE.
013940     MOVE WS-READ-COUNT TO WS-RH-READ.
013950     COMPUTE WS-RH-WRITTEN = WS-RELEASED-COUNT +
013960         WS-BADGED-COUNT.
013970     COMPUTE WS-RH-REJECTED = WS-RESUSPEND-COUNT +
013980         WS-HOLD-COUNT.
013990     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
014000 9000-EXIT.
014010     EXIT.
014020*****************************************************************
014030* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
014040* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
014050* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
014060* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
014070* POINT.
014080*****************************************************************
014090 9500-WRITE-RUN-HISTORY.
014100     OPEN EXTEND RUN-HISTORY-FILE.
014110     IF WS-RUNHIST-STATUS NOT = "00" AND
014120             WS-RUNHIST-STATUS NOT = "05"
014130         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
014140             WS-RUNHIST-STATUS
014150         MOVE 16 TO RETURN-CODE
014160         STOP RUN
014170     END-IF.
014180     MOVE "SUSPFIX" TO RH-PROGRAM-NAME.
014190     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
014200     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
014210     ACCEPT WS-RH-TIME FROM TIME.
014220     MOVE WS-RH-DATE TO RH-RUN-DATE.
014230     MOVE WS-RH-TIME TO RH-RUN-TIME.
014240     MOVE WS-RH-READ TO RH-RECORDS-READ.
014250     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
014260     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
014270     MOVE RETURN-CODE TO RH-RETURN-CODE.
014280     WRITE RUN-HISTORY-RECORD.
014290     IF WS-RUNHIST-STATUS NOT = "00"
014300         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
014310             WS-RUNHIST-STATUS
014320         MOVE 16 TO RETURN-CODE
014330         STOP RUN
014340     END-IF.
014350     CLOSE RUN-HISTORY-FILE.
014360 9500-EXIT.
014370     EXIT.
014380*****************************************************************
014390* 9600-WRITE-CONTROL-COUNTS - APPEND THIS RUN'S HANDOFF COUNTS
014400* TO THE SHARED CONTROL-COUNT DATASET FOR THE NITEBAL BALANCING
014410* SHEET, UNDER THIS RUN'S DATE - THE DATE RELEASED GREETINGS
014420* CARRY.  A BADGE-IN AND ITS NOTIFICATION ARE POSTED TOGETHER,
014430* SO THEY STILL BALANCE THOUGH THE BADGE IS LOGGED UNDER THE
014440* DATE IT WAS SUSPENDED.
014450*****************************************************************
014460 9600-WRITE-CONTROL-COUNTS.
014470     OPEN EXTEND CONTROL-COUNT-FILE.
014480     IF WS-CTLCNTS-STATUS NOT = "00" AND
014490             WS-CTLCNTS-STATUS NOT = "05"
014500         DISPLAY "UNABLE TO OPEN CONTROL COUNTS - STATUS "
014510             WS-CTLCNTS-STATUS
014520         MOVE 16 TO RETURN-CODE
014530         STOP RUN
014540     END-IF.
014550     MOVE "EMPGREET" TO WS-CC-COUNT-NAME.
014560     MOVE WS-RELEASED-COUNT TO WS-CC-COUNT-VALUE.
014570     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
014580     MOVE "BADGEINS" TO WS-CC-COUNT-NAME.
014590     MOVE WS-BADGED-COUNT TO WS-CC-COUNT-VALUE.
014600     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
014610     MOVE "HOSTNTFY" TO WS-CC-COUNT-NAME.
014620     MOVE WS-HOST-NOTIFY-COUNT TO WS-CC-COUNT-VALUE.
014630     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
014640     CLOSE CONTROL-COUNT-FILE.
014650 9600-EXIT.
014660     EXIT.
014670*****************************************************************
014680* 9610-WRITE-ONE-COUNT - WRITE ONE NAMED COUNT FROM
014690* WS-CC-COUNT-NAME AND WS-CC-COUNT-VALUE.
014700*****************************************************************
014710 9610-WRITE-ONE-COUNT.
014720     MOVE "SUSPFIX" TO CC-PROGRAM-NAME.
014730     MOVE WS-CURRENT-DATE TO CC-BUSINESS-DATE.
014740     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
014750     ACCEPT WS-RH-TIME FROM TIME.
014760     MOVE WS-RH-DATE TO CC-RUN-DATE.
014770     MOVE WS-RH-TIME TO CC-RUN-TIME.
014780     MOVE WS-CC-COUNT-NAME TO CC-COUNT-NAME.
014790     MOVE WS-CC-COUNT-VALUE TO CC-COUNT-VALUE.
014800     WRITE CONTROL-COUNT-RECORD.
014810     IF WS-CTLCNTS-STATUS NOT = "00"
014820         DISPLAY "UNABLE TO WRITE CONTROL COUNTS - STATUS "
014830             WS-CTLCNTS-STATUS
014840         MOVE 16 TO RETURN-CODE
014850         STOP RUN
014860     END-IF.
014870 9610-EXIT.
014880     EXIT.
