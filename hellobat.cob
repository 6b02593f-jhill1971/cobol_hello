001830*   2026-09-02  JH  RESEQUENCED THE SOURCE SO COLUMNS 1-6
001840*                   ASCEND AGAIN AFTER THIS ROUND OF
001850*                   INSERTIONS.
001860*   2026-10-15  JH  THE MORNING ROSTER NOW COMES FROM THE CARD
001870*                   READERS (SWIPEIN) AND CARRIES EACH
001880*                   EMPLOYEE'S FIRST IN-SWIPE IN RI-ARRIVAL-
001890*                   TIME.  WHEN IT IS PRESENT IT IS THE LOG
001900*                   TIME ON GREETLOG AND GREETMST SO LATENESS
001910*                   REPORTING SEES THE DOOR TIME, NOT THE BATCH
001920*                   RUN TIME.  A DESK-KEYED ROSTER LEAVES IT
001930*                   BLANK AND IS STAMPED WITH THE RUN TIME AS
001940*                   BEFORE.
001950*   2026-10-15  JH  MATCH EVERY CLEAN VISITOR OR CONTRACTOR
001960*                   BADGE-IN TO ITS ENTRY ON THE KEYED VISITOR
001970*                   PRE-REGISTRATION FILE (PREREG, LAYOUT IN
001980*                   PREGREC.CPY) BY BUSINESS DATE, HOST, AND
001990*                   NAME AND MARK IT ARRIVED WITH THE BADGE
002000*                   TIME, SO PREGRPT CAN LIST THE NO-SHOWS.  A
002010*                   BADGE-IN WITH NO PRE-REGISTRATION IS STILL
002020*                   BADGED BUT FLAGGED AS A WALK-IN ON GREETRPT.
002030*                   A RESTART RE-READS AN ENTRY ALREADY MARKED
002040*                   AND LEAVES IT AS IT IS.  RESEQUENCED THE
002050*                   SOURCE SO COLUMNS 1-6 ASCEND AGAIN.
002060*   2026-10-15  JH  CHECK EVERY VISITOR AND CONTRACTOR BADGE-IN
002070*                   AGAINST SECURITY'S DENIED-ENTRY WATCH LIST
002080*                   (WATCHLST, LAYOUT IN WATCHREC.CPY) BEFORE
002090*                   THE HOST IS VALIDATED OR ANYTHING REACHES
002100*                   VISITLOG OR HOSTNTFY.  A HIT ISSUES NO
002110*                   BADGE - IT IS WRITTEN TO THE SECURITY HOLD
002120*                   FILE (SECHOLD, LAYOUT IN SECHREC.CPY) AND
002130*                   THE SECURITY ALERT REPORT (SECALERT) FOR
002140*                   THE GUARD STATION, NOT TO SUSPENSE, AND IS
002150*                   FLAGGED ON GREETRPT.  HOLDS JOIN THE CONTROL
002160*                   TOTALS AND THE CHECKPOINT RECORD (28 TO 32
002170*                   BYTES).  RESEQUENCED THE SOURCE SO COLUMNS
002180*                   1-6 ASCEND AGAIN.
002190*   2026-10-15  JH  CHECK EVERY CONTRACTOR BADGE-IN AGAINST
002200*                   FACILITIES' CONTRACTOR COMPANY MASTER
002210*                   (CNTRMAST, LAYOUT IN CNTRREC.CPY), LOADED AT
002220*                   INITIALIZATION, AFTER THE WATCH LIST SCREEN
002230*                   AND BEFORE THE HOST IS VALIDATED.  A COMPANY
002240*                   NOT ON THE MASTER, A CONTRACT NOT IN FORCE ON
002250*                   THE BUSINESS DATE, A SITE THE CONTRACT DOES
002260*                   NOT COVER, OR A WORKER THE COMPANY HAS NOT
002270*                   AUTHORIZED DIVERTS THE BADGE-IN TO SUSPENSE.
002280*                   WHILE THE MASTER HOLDS NO COMPANIES THE CHECK
002290*                   IS SKIPPED.  RESEQUENCED THE SOURCE SO COLUMNS
002300*                   1-6 ASCEND AGAIN.
002310*   2026-10-15  JH  READ THE HR EMPLOYEE MASTER BY KEY FROM THE
002320*                   KEYED COPY (EMPKSDS) THE OVERNIGHT JOB NOW
002330*                   LOADS FROM THE FEED AFTER THE EMPMCHK GATE,
002340*                   INSTEAD OF LOADING THE WHOLE FEED INTO
002350*                   EMP-MASTER-TABLE AT INITIALIZATION.  ARRIVAL
002360*                   AND HOST VALIDATION ARE EACH ONE KEYED READ,
002370*                   AND THE TABLE-SIZE CEILING ON HEADCOUNT IS
002380*                   GONE.  AN EMPTY MASTER STILL ABANDONS THE RUN.
002390*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6 ASCEND
002400*                   AGAIN.
002410*   2026-10-15  JH  PARM='EDITONLY' (OR 'YYYYMMDD EDITONLY', WITH
002420*                   AN OPTIONAL TWO-DIGIT SUSPENSE THRESHOLD AS IN
002430*                   'EDITONLY 10') RUNS A PRE-EDIT OF TONIGHT'S
002440*                   ROSTER IN THE EARLY EVENING.  THE SAME NAME,
002450*                   TYPE, MASTER, CONTRACTOR, HOST, WATCH LIST,
002460*                   AND DUPLICATE CHECKS RUN, BUT NOTHING IS
002470*                   WRITTEN TO GREETLOG, GREETMST, VISITLOG,
002480*                   HOSTNTFY, SUSPRPT, SUSPDATA, PREREG, SECHOLD,
002490*                   SECALERT, OR THE CHECKPOINT - GREETRPT CARRIES
002500*                   A PRE-EDIT EXCEPTION REPORT AND PROJECTED
002510*                   CONTROL TOTALS INSTEAD.  A SUSPENSE RATE OVER
002520*                   THE THRESHOLD (DEFAULT 10 PERCENT) ENDS WITH
002530*                   RETURN CODE 8 SO THE SCHEDULER CAN HOLD THE
002540*                   OVERNIGHT RUN; ANY OTHER SUSPENSE OR REJECT
002550*                   ENDS WITH 4.  A PRE-EDIT IS LOGGED ON RUNHIST
002560*                   AS HELLOPRE UNDER A START RECORD WRITTEN AFTER
002570*                   THE PARM EDITS.  RESEQUENCED THE SOURCE SO
002580*                   COLUMNS 1-6 ASCEND AGAIN.
002581*   2026-10-15  JH  AT A CLEAN END OF AN OVERNIGHT RUN, APPEND THE
002582*                   EMPLOYEE GREETINGS, BADGE-INS, AND HOST
002583*                   NOTIFICATIONS WRITTEN FOR THE BUSINESS DATE TO
002584*                   THE SHARED CONTROL-COUNT DATASET (CTLCNTS,
002585*                   LAYOUT IN CTLCREC) FOR THE NITEBAL BALANCING
002586*                   SHEET.  A RESTART CARRIES THE NOTIFICATION
002587*                   COUNT FORWARD FROM THE CHECKPOINTED BADGE-INS.
002588*                   A PRE-EDIT WRITES NO COUNTS.
002589*   2026-10-15  JH  LOG A BADGE-IN AT THE ROSTER ARRIVAL TIME.
002590*****************************************************************
002600 ENVIRONMENT DIVISION.
002610 INPUT-OUTPUT SECTION.
002620 FILE-CONTROL.
002630     SELECT ROSTER-FILE ASSIGN TO "ROSTRIN"
002640         ORGANIZATION IS SEQUENTIAL
002650         FILE STATUS IS WS-ROSTER-STATUS.
002660     SELECT GREETING-LOG-FILE ASSIGN TO "GREETLOG"
002670         ORGANIZATION IS SEQUENTIAL
002680         FILE STATUS IS WS-LOG-STATUS.
002690     SELECT OPTIONAL GREETING-MASTER-FILE ASSIGN TO "GREETMST"
002700         ORGANIZATION IS INDEXED
002710         ACCESS MODE IS DYNAMIC
002720         RECORD KEY IS GM-MASTER-KEY
002730         ALTERNATE RECORD KEY IS GM-LOG-DATE WITH DUPLICATES
002740         FILE STATUS IS WS-MASTER-STATUS.
002750     SELECT PRINT-FILE ASSIGN TO "GREETRPT"
002760         ORGANIZATION IS SEQUENTIAL
002770         FILE STATUS IS WS-PRINT-STATUS.
002780     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
002790         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-CHKPT-STATUS.
002810     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPKSDS"
002820         ORGANIZATION IS INDEXED
002830         ACCESS MODE IS DYNAMIC
002840         RECORD KEY IS EM-EMPLOYEE-ID
002850         FILE STATUS IS WS-EMPMAST-STATUS.
002860     SELECT SUSPENSE-FILE ASSIGN TO "SUSPRPT"
002870         ORGANIZATION IS SEQUENTIAL
002880         FILE STATUS IS WS-SUSPENSE-STATUS.
002890     SELECT SUSPENSE-DATA-FILE ASSIGN TO "SUSPDATA"
002900         ORGANIZATION IS SEQUENTIAL
002910         FILE STATUS IS WS-SUSPDATA-STATUS.
002920     SELECT OPTIONAL GREETING-TABLE-FILE ASSIGN TO "GREETTAB"
002930         ORGANIZATION IS SEQUENTIAL
002940         FILE STATUS IS WS-GRTAB-STATUS.
002950     SELECT VISITOR-LOG-FILE ASSIGN TO "VISITLOG"
002960         ORGANIZATION IS SEQUENTIAL
002970         FILE STATUS IS WS-VISIT-STATUS.
002980     SELECT HOST-NOTIFY-FILE ASSIGN TO "HOSTNTFY"
002990         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-HOSTNTFY-STATUS.
003010     SELECT OPTIONAL PREREG-FILE ASSIGN TO "PREREG"
003020         ORGANIZATION IS INDEXED
003030         ACCESS MODE IS RANDOM
003040         RECORD KEY IS PR-PREREG-KEY
003050         FILE STATUS IS WS-PREREG-STATUS.
003060     SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO "WATCHLST"
003070         ORGANIZATION IS SEQUENTIAL
003080         FILE STATUS IS WS-WATCH-STATUS.
003090     SELECT OPTIONAL CONTRACTOR-MASTER-FILE ASSIGN TO "CNTRMAST"
003100         ORGANIZATION IS SEQUENTIAL
003110         FILE STATUS IS WS-CNTR-STATUS.
003120     SELECT OPTIONAL SECURITY-HOLD-FILE ASSIGN TO "SECHOLD"
003130         ORGANIZATION IS SEQUENTIAL
003140         FILE STATUS IS WS-SECHOLD-STATUS.
003150     SELECT OPTIONAL SECURITY-ALERT-FILE ASSIGN TO "SECALERT"
003160         ORGANIZATION IS SEQUENTIAL
003170         FILE STATUS IS WS-SECALERT-STATUS.
003180     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
003190         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-RUNHIST-STATUS.
003202     SELECT OPTIONAL CONTROL-COUNT-FILE ASSIGN TO "CTLCNTS"
003204         ORGANIZATION IS SEQUENTIAL
003206         FILE STATUS IS WS-CTLCNTS-STATUS.
003210 DATA DIVISION.
003220 FILE SECTION.
003230 FD  ROSTER-FILE
003240     LABEL RECORDS ARE STANDARD.
003250     COPY ROSTREC.
003260 FD  GREETING-LOG-FILE
003270     LABEL RECORDS ARE STANDARD.
003280     COPY GREETREC.
003290 FD  GREETING-MASTER-FILE
003300     LABEL RECORDS ARE STANDARD.
003310     COPY GREETMST.
003320 FD  PRINT-FILE
003330     LABEL RECORDS ARE STANDARD.
003340 01  PRINT-RECORD                    PIC X(132).
003350 FD  CHECKPOINT-FILE
003360     LABEL RECORDS ARE STANDARD.
003370 01  CHECKPOINT-RECORD.
003380     05  CK-RECORDS-PROCESSED        PIC 9(09) COMP.
003390     05  CK-REJECT-COUNT             PIC 9(05) COMP.
003400     05  CK-GREETINGS-WRITTEN        PIC 9(09) COMP.
003410     05  CK-SUSPENSE-COUNT           PIC 9(05) COMP.
003420     05  CK-DUPLICATE-COUNT          PIC 9(05) COMP.
003430     05  CK-VISITOR-COUNT            PIC 9(05) COMP.
003440     05  CK-CONTRACTOR-COUNT         PIC 9(05) COMP.
003450     05  CK-HOLD-COUNT               PIC 9(05) COMP.
003460 FD  EMPLOYEE-MASTER-FILE
003470     LABEL RECORDS ARE STANDARD.
003480     COPY EMPMREC.
003490 FD  SUSPENSE-FILE
003500     LABEL RECORDS ARE STANDARD.
003510 01  SUSPENSE-RECORD                 PIC X(132).
003520 FD  SUSPENSE-DATA-FILE
003530     LABEL RECORDS ARE STANDARD.
003540     COPY SUSPREC.
003550 FD  GREETING-TABLE-FILE
003560     LABEL RECORDS ARE STANDARD.
003570     COPY GRETTAB.
003580 FD  VISITOR-LOG-FILE
003590     LABEL RECORDS ARE STANDARD.
003600     COPY VISITREC.
003610 FD  HOST-NOTIFY-FILE
003620     LABEL RECORDS ARE STANDARD.
003630     COPY HOSTNREC.
003640 FD  PREREG-FILE
003650     LABEL RECORDS ARE STANDARD.
003660     COPY PREGREC.
003670 FD  WATCH-LIST-FILE
003680     LABEL RECORDS ARE STANDARD.
003690     COPY WATCHREC.
003700 FD  CONTRACTOR-MASTER-FILE
003710     LABEL RECORDS ARE STANDARD.
003720     COPY CNTRREC.
003730 FD  SECURITY-HOLD-FILE
003740     LABEL RECORDS ARE STANDARD.
003750     COPY SECHREC.
003760 FD  SECURITY-ALERT-FILE
003770     LABEL RECORDS ARE STANDARD.
003780 01  SECURITY-ALERT-RECORD           PIC X(132).
003790 FD  RUN-HISTORY-FILE
003800     LABEL RECORDS ARE STANDARD.
003810     COPY RUNHREC.
003812 FD  CONTROL-COUNT-FILE
003814     LABEL RECORDS ARE STANDARD.
003816     COPY CTLCREC.
003820 WORKING-STORAGE SECTION.
003830*****************************************************************
003840* SWITCHES, COUNTERS, AND THE GREETING WORK AREA.
003850*****************************************************************
003860 77  WS-ROSTER-EOF-SWITCH        PIC X(01) VALUE "N".
003870     88  WS-ROSTER-EOF               VALUE "Y".
003880 77  WS-VALID-NAME-SWITCH        PIC X(01) VALUE "N".
003890     88  WS-NAME-IS-VALID            VALUE "Y".
003900 77  WS-CHKPT-EOF-SWITCH         PIC X(01) VALUE "N".
003910     88  WS-CHKPT-EOF                VALUE "Y".
003920 77  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
003930     88  WS-RESTART-THIS-RUN         VALUE "Y".
003940 77  WS-ROSTER-STATUS            PIC X(02) VALUE "00".
003950 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
003960 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
003970 77  WS-CHKPT-STATUS             PIC X(02) VALUE "00".
003980 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
003990 77  WS-EMPMAST-STATUS           PIC X(02) VALUE "00".
004000 77  WS-SUSPENSE-STATUS          PIC X(02) VALUE "00".
004010 77  WS-SUSPDATA-STATUS          PIC X(02) VALUE "00".
004020 77  WS-HOSTNTFY-STATUS          PIC X(02) VALUE "00".
004030 77  WS-HOST-DEPARTMENT          PIC X(20) VALUE SPACES.
004040 77  WS-HOST-FOUND-SWITCH        PIC X(01) VALUE "N".
004050     88  WS-HOST-FOUND               VALUE "Y".
004060 77  WS-PARM-VALUE               PIC X(08) VALUE SPACES.
004070 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
004080 77  WS-PARM-TEXT-WORK           PIC X(20) VALUE SPACES.
004090 77  WS-RUN-PARM-DATE            PIC X(08) VALUE SPACES.
004100 77  WS-PARM-KEY-POS             PIC 9(02) COMP VALUE ZERO.
004110 77  WS-PARM-THRESHOLD           PIC X(02) VALUE SPACES.
004120 77  WS-EDIT-ONLY-SWITCH         PIC X(01) VALUE "N".
004130     88  WS-EDIT-ONLY                VALUE "Y".
004140 77  WS-SUSPENSE-THRESHOLD       PIC 9(02) VALUE 10.
004150 77  WS-SUSPENSE-RATE            PIC 9(03)V9 VALUE ZERO.
004160 77  WS-RATE-EDIT                PIC Z(6)9.9.
004170 77  WS-RECORD-EDIT              PIC Z(8)9.
004180 77  WS-EDIT-ID                  PIC X(10) VALUE SPACES.
004190 77  WS-EDIT-NAME                PIC X(50) VALUE SPACES.
004200 77  WS-EDIT-SEEN-COUNT          PIC 9(05) COMP VALUE ZERO.
004210 77  WS-MAX-EDIT-SEEN            PIC 9(05) COMP VALUE 5000.
004220 77  WS-EDIT-SEEN-INDEX          PIC 9(05) COMP VALUE ZERO.
004230 77  WS-EDIT-FULL-SWITCH         PIC X(01) VALUE "N".
004240     88  WS-EDIT-TABLE-FULL          VALUE "Y".
004250 77  WS-RH-PROGRAM-NAME          PIC X(08) VALUE "HELLOBAT".
004260 77  WS-ROSTER-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
004270 77  WS-GREETING-WRITTEN-COUNT   PIC 9(09) COMP VALUE ZERO.
004280 77  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
004290 77  WS-SKIP-COUNT               PIC 9(09) COMP VALUE ZERO.
004300 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
004310 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
004320 77  WS-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 1.
004330 77  WS-CHECKPOINT-REMAINDER     PIC 9(05) COMP VALUE ZERO.
004340 77  WS-CHECKPOINT-QUOTIENT      PIC 9(09) COMP VALUE ZERO.
004350 77  WS-EXPECTED-WRITTEN         PIC 9(09) COMP VALUE ZERO.
004360 77  WS-CONTROL-DIFFERENCE       PIC S9(09) COMP VALUE ZERO.
004370 77  WS-CONTROL-SWITCH           PIC X(01) VALUE "N".
004380     88  WS-CONTROL-BALANCED         VALUE "Y".
004390 77  WS-COUNT-EDIT                PIC Z(8)9.
004400 77  WS-DIFF-EDIT                 PIC -(8)9.
004410 77  WS-CONTROL-LABEL             PIC X(25) VALUE SPACES.
004420 77  WS-EMP-FOUND-SWITCH          PIC X(01) VALUE "N".
004430     88  WS-EMP-FOUND                VALUE "Y".
004440 77  WS-SUSPENSE-COUNT            PIC 9(05) COMP VALUE ZERO.
004450 77  WS-SUSPENSE-REASON           PIC X(30) VALUE SPACES.
004460 77  WS-DUPLICATE-COUNT           PIC 9(05) COMP VALUE ZERO.
004470 77  WS-DUPLICATE-SWITCH          PIC X(01) VALUE "N".
004480     88  WS-ALREADY-GREETED          VALUE "Y".
004490 77  WS-GRTAB-STATUS              PIC X(02) VALUE "00".
004500 77  WS-VISIT-STATUS              PIC X(02) VALUE "00".
004510 77  WS-VISITOR-COUNT             PIC 9(05) COMP VALUE ZERO.
004520 77  WS-CONTRACTOR-COUNT          PIC 9(05) COMP VALUE ZERO.
004530 77  WS-PREREG-STATUS             PIC X(02) VALUE "00".
004540 77  WS-WATCH-STATUS              PIC X(02) VALUE "00".
004550 77  WS-SECHOLD-STATUS            PIC X(02) VALUE "00".
004560 77  WS-SECALERT-STATUS           PIC X(02) VALUE "00".
004570 77  WS-WATCH-EOF-SWITCH          PIC X(01) VALUE "N".
004580     88  WS-WATCH-EOF                VALUE "Y".
004590 77  WS-WATCH-HIT-SWITCH          PIC X(01) VALUE "N".
004600     88  WS-WATCH-HIT                VALUE "Y".
004610 77  WS-ALERT-HEADING-SWITCH      PIC X(01) VALUE "N".
004620     88  WS-ALERT-HEADING-DONE       VALUE "Y".
004630 77  WS-WATCH-COUNT               PIC 9(05) COMP VALUE ZERO.
004640 77  WS-MAX-WATCH                 PIC 9(05) COMP VALUE 500.
004650 77  WS-WATCH-INDEX               PIC 9(05) COMP VALUE ZERO.
004660 77  WS-WATCH-DATE                PIC X(08) VALUE SPACES.
004670 77  WS-WATCH-COMPANY             PIC X(30) VALUE SPACES.
004680 77  WS-HOLD-COUNT                PIC 9(05) COMP VALUE ZERO.
004690 77  WS-CNTR-STATUS               PIC X(02) VALUE "00".
004700 77  WS-CNTR-EOF-SWITCH           PIC X(01) VALUE "N".
004710     88  WS-CNTR-EOF                 VALUE "Y".
004720 77  WS-CNTR-FOUND-SWITCH         PIC X(01) VALUE "N".
004730     88  WS-CNTR-FOUND               VALUE "Y".
004740 77  WS-COMPANY-COUNT             PIC 9(05) COMP VALUE ZERO.
004750 77  WS-MAX-COMPANIES             PIC 9(05) COMP VALUE 200.
004760 77  WS-CO-INDEX                  PIC 9(05) COMP VALUE ZERO.
004770 77  WS-WORKER-COUNT              PIC 9(05) COMP VALUE ZERO.
004780 77  WS-MAX-WORKERS               PIC 9(05) COMP VALUE 2000.
004790 77  WS-WORKER-INDEX              PIC 9(05) COMP VALUE ZERO.
004800 77  WS-CNTR-DATE                 PIC X(08) VALUE SPACES.
004810 77  WS-PICK-TYPE                 PIC X(01) VALUE "E".
004820 77  WS-RUNHIST-STATUS            PIC X(02) VALUE "00".
004830 77  WS-RH-ENTRY-TYPE             PIC X(01) VALUE "S".
004840 77  WS-RH-READ                   PIC 9(09) COMP VALUE ZERO.
004850 77  WS-RH-WRITTEN                PIC 9(09) COMP VALUE ZERO.
004860 77  WS-RH-REJECTED               PIC 9(09) COMP VALUE ZERO.
004870 77  WS-RH-DATE                   PIC 9(08) VALUE ZERO.
004880 77  WS-RH-TIME                   PIC 9(08) VALUE ZERO.
004882 77  WS-CTLCNTS-STATUS            PIC X(02) VALUE "00".
004884 77  WS-CC-COUNT-NAME             PIC X(08) VALUE SPACES.
004886 77  WS-CC-COUNT-VALUE            PIC 9(09) COMP VALUE ZERO.
004888 77  WS-HOST-NOTIFY-COUNT         PIC 9(09) COMP VALUE ZERO.
004890 77  WS-GRTAB-EOF-SWITCH          PIC X(01) VALUE "N".
004900     88  WS-GRTAB-EOF                VALUE "Y".
004910 77  WS-GREET-COUNT               PIC 9(03) COMP VALUE ZERO.
004920 77  WS-MAX-GREETS                PIC 9(03) COMP VALUE 20.
004930 77  WS-GREET-INDEX               PIC 9(03) COMP VALUE ZERO.
004940 77  WS-MATCH-LEVEL               PIC S9(02) COMP VALUE ZERO.
004950 77  WS-BEST-LEVEL                PIC S9(02) COMP VALUE ZERO.
004960 77  WS-GREETING-TEXT             PIC X(40) VALUE SPACES.
004970 77  WS-TEXT-LEN                  PIC 9(03) COMP VALUE ZERO.
004980 77  WS-TRIM-DONE-SWITCH          PIC X(01) VALUE "N".
004990     88  WS-TRIM-DONE                VALUE "Y".
005000 01  GREET-TEXT-TABLE.
005010     05  GREET-TEXT-ENTRY OCCURS 20 TIMES.
005020         10  GTT-RECORD-TYPE         PIC X(01).
005030         10  GTT-SHIFT               PIC X(01).
005040         10  GTT-DEPARTMENT          PIC X(20).
005050         10  GTT-TEXT                PIC X(40).
005060         10  GTT-SITE-CODE           PIC X(03).
005070*****************************************************************
005080* DENIED-ENTRY WATCH LIST - LOADED FROM WATCHLST AT
005090* INITIALIZATION SO EACH VISITOR OR CONTRACTOR BADGE-IN IS
005100* SCREENED WITH ONE IN-STORAGE SEARCH.
005110*****************************************************************
005120 01  WATCH-LIST-TABLE.
005130     05  WATCH-LIST-ENTRY OCCURS 500 TIMES.
005140         10  WLT-VISITOR-NAME        PIC X(50).
005150         10  WLT-COMPANY             PIC X(30).
005160         10  WLT-REASON-CODE         PIC X(02).
005170         10  WLT-EFFECTIVE-DATE      PIC X(08).
005180         10  WLT-EXPIRY-DATE         PIC X(08).
005190         10  WLT-SITE-LIST.
005200             15  WLT-SITE-CODE       PIC X(03) OCCURS 4 TIMES.
005210*****************************************************************
005220* CONTRACTOR COMPANY MASTER - THE COMPANIES AND THEIR AUTHORIZED
005230* WORKERS, LOADED FROM CNTRMAST AT INITIALIZATION SO EACH
005240* CONTRACTOR BADGE-IN IS CHECKED WITH IN-STORAGE SEARCHES.
005250*****************************************************************
005260 01  CONTRACT-COMPANY-TABLE.
005270     05  CONTRACT-COMPANY-ENTRY OCCURS 200 TIMES.
005280         10  CCT-COMPANY             PIC X(20).
005290         10  CCT-CONTRACT-NUMBER     PIC X(12).
005300         10  CCT-CONTRACT-START      PIC X(08).
005310         10  CCT-CONTRACT-END        PIC X(08).
005320         10  CCT-SITE-LIST.
005330             15  CCT-SITE-CODE       PIC X(03) OCCURS 4 TIMES.
005340 01  CONTRACT-WORKER-TABLE.
005350     05  CONTRACT-WORKER-ENTRY OCCURS 2000 TIMES.
005360         10  CWT-COMPANY             PIC X(20).
005370         10  CWT-WORKER-NAME         PIC X(50).
005380*****************************************************************
005390* PRE-EDIT GREETED TABLE - THE EMPLOYEE IDS A PRE-EDIT RUN WOULD
005400* HAVE GREETED, SO A REPEAT LATER IN THE SAME ROSTER IS CAUGHT
005410* WITHOUT WRITING THE GREETING MASTER.
005420*****************************************************************
005430 01  EDIT-GREETED-TABLE.
005440     05  EDIT-GREETED-ENTRY OCCURS 5000 TIMES.
005450         10  EGT-EMPLOYEE-ID         PIC X(10).
005460 LINKAGE SECTION.
005470 01  LK-PARM-AREA.
005480     05  LK-PARM-LEN                 PIC S9(04) COMP.
005490     05  LK-PARM-TEXT                PIC X(20).
005500 PROCEDURE DIVISION USING LK-PARM-AREA.
005510*****************************************************************
005520* 0000-MAINLINE - TOP LEVEL CONTROL.
005530*****************************************************************
005540 0000-MAINLINE.
005550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005560     PERFORM 2000-PROCESS-ROSTER THRU 2000-EXIT
005570         UNTIL WS-ROSTER-EOF.
005580     PERFORM 8000-RECONCILE THRU 8000-EXIT.
005590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005600     STOP RUN.
005610 0000-EXIT.
005620     EXIT.
005630*****************************************************************
005640* 1000-INITIALIZE - OPEN THE ROSTER AND THE PRINT FILE.
005650*****************************************************************
005660 1000-INITIALIZE.
005670     DISPLAY "=================================================".
005680     DISPLAY " OVERNIGHT BATCH GREETING RUN".
005690     DISPLAY "=================================================".
005700*    PARM IS 'YYYYMMDD', 'NORESUME', 'EDITONLY', OR 'EDITONLY NN',
005710*    AND NORESUME OR EDITONLY MAY FOLLOW A DATE AS IN
005720*    'YYYYMMDD NORESUME' - A LEADING NUMERIC DATE IS THE BUSINESS
005730*    DATE TO PROCESS AS, FOR A CATCH-UP RUN OF A MISSED NIGHT OR A
005740*    PRE-EDIT OF A ROSTER THE OVERNIGHT RUN WILL PROCESS AFTER
005750*    MIDNIGHT.  EDITONLY VALIDATES THE ROSTER AND WRITES NOTHING
005760*    BUT THE PRE-EDIT REPORT; NN IS THE SUSPENSE RATE IN PERCENT
005770*    ABOVE WHICH THE PRE-EDIT ENDS WITH RETURN CODE 8.  ONLY
005780*    LK-PARM-LEN BYTES OF THE PARM ARE MEANINGFUL - A SHORT OR
005790*    TYPO'D PARM MUST FAIL THE EDITS BELOW, NOT PULL INDETERMINATE
005795*    BYTES INTO THEM.
005800     MOVE SPACES TO WS-PARM-VALUE.
005810     MOVE SPACES TO WS-RUN-PARM-DATE.
005820     MOVE SPACES TO WS-PARM-TEXT-WORK.
005830     MOVE SPACES TO WS-PARM-THRESHOLD.
005840     IF LK-PARM-LEN > ZERO
005850         MOVE LK-PARM-LEN TO WS-PARM-LEN
005860         IF WS-PARM-LEN > 20
005870             MOVE 20 TO WS-PARM-LEN
005880         END-IF
005890         MOVE LK-PARM-TEXT(1:WS-PARM-LEN)
005900             TO WS-PARM-TEXT-WORK
005910         MOVE 1 TO WS-PARM-KEY-POS
005920         IF WS-PARM-TEXT-WORK(1:8) IS NUMERIC
005930             MOVE WS-PARM-TEXT-WORK(1:8) TO WS-RUN-PARM-DATE
005940             MOVE 10 TO WS-PARM-KEY-POS
005950         END-IF
005960         MOVE WS-PARM-TEXT-WORK(WS-PARM-KEY-POS:8)
005970             TO WS-PARM-VALUE
005980         ADD 9 TO WS-PARM-KEY-POS
005990         MOVE WS-PARM-TEXT-WORK(WS-PARM-KEY-POS:2)
006000             TO WS-PARM-THRESHOLD
006010     END-IF.
006020     IF WS-PARM-VALUE NOT = SPACES
006030             AND WS-PARM-VALUE NOT = "NORESUME"
006040             AND WS-PARM-VALUE NOT = "EDITONLY"
006050         DISPLAY "PARM MUST BE YYYYMMDD, NORESUME, EDITONLY, OR "
006060             "EDITONLY NN, OPTIONALLY AFTER YYYYMMDD - GOT "
006070             WS-PARM-TEXT-WORK
006080         MOVE 16 TO RETURN-CODE
006090         STOP RUN
006100     END-IF.
006110     IF WS-PARM-VALUE = "EDITONLY"
006120         SET WS-EDIT-ONLY TO TRUE
006130         MOVE "HELLOPRE" TO WS-RH-PROGRAM-NAME
006140     END-IF.
006150     IF WS-PARM-THRESHOLD NOT = SPACES
006160         IF NOT WS-EDIT-ONLY OR WS-PARM-THRESHOLD IS NOT NUMERIC
006170             DISPLAY "ONLY EDITONLY TAKES A THRESHOLD, AS TWO "
006180                 "DIGITS 'EDITONLY NN' - GOT " WS-PARM-TEXT-WORK
006190             MOVE 16 TO RETURN-CODE
006200             STOP RUN
006210         END-IF
006220         MOVE WS-PARM-THRESHOLD TO WS-SUSPENSE-THRESHOLD
006230     END-IF.
006240*    THE START RECORD WAITS FOR THE PARM EDITS SO A PRE-EDIT IS
006250*    LOGGED UNDER ITS OWN NAME AND NOT TAKEN FOR THE OVERNIGHT
006255*    RUN.
006260     MOVE "S" TO WS-RH-ENTRY-TYPE.
006270     MOVE ZERO TO WS-RH-READ.
006280     MOVE ZERO TO WS-RH-WRITTEN.
006290     MOVE ZERO TO WS-RH-REJECTED.
006300     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
006310     IF WS-EDIT-ONLY
006320         DISPLAY " PRE-EDIT ONLY - VALIDATING, NOTHING WILL BE "
006330             "WRITTEN"
006340         DISPLAY " SUSPENSE HOLD THRESHOLD " WS-SUSPENSE-THRESHOLD
006350             " PERCENT"
006360     END-IF.
006370     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006380     IF WS-RUN-PARM-DATE NOT = SPACES
006390         MOVE WS-RUN-PARM-DATE TO WS-CURRENT-DATE
006400         DISPLAY "PROCESSING AS BUSINESS DATE " WS-CURRENT-DATE
006410     END-IF.
006420     OPEN INPUT ROSTER-FILE.
006430     IF WS-ROSTER-STATUS NOT = "00"
006440         DISPLAY "UNABLE TO OPEN ROSTER FILE - STATUS "
006450             WS-ROSTER-STATUS
006460         MOVE 16 TO RETURN-CODE
006470         STOP RUN
006480     END-IF.
006490     PERFORM 1300-OPEN-EMPLOYEE-MASTER THRU 1300-EXIT.
006500     PERFORM 1400-LOAD-GREETING-TABLE THRU 1400-EXIT.
006510     PERFORM 1500-LOAD-WATCH-LIST THRU 1500-EXIT.
006520     PERFORM 1600-LOAD-CONTRACTOR-MASTER THRU 1600-EXIT.
006530     IF WS-EDIT-ONLY
006540         PERFORM 1700-OPEN-FOR-PRE-EDIT THRU 1700-EXIT
006550         GO TO 1000-EXIT
006560     END-IF.
006570     PERFORM 1100-CHECK-FOR-CHECKPOINT THRU 1100-EXIT.
006580     IF WS-RESTART-THIS-RUN
006590         OPEN EXTEND GREETING-LOG-FILE
006600         IF WS-LOG-STATUS NOT = "00"
006610             DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
006620                 WS-LOG-STATUS
006630             MOVE 16 TO RETURN-CODE
006640             STOP RUN
006650         END-IF
006660         OPEN EXTEND PRINT-FILE
006670         IF WS-PRINT-STATUS NOT = "00"
006680             DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
006690                 WS-PRINT-STATUS
006700             MOVE 16 TO RETURN-CODE
006710             STOP RUN
006720         END-IF
006730         OPEN EXTEND CHECKPOINT-FILE
006740         IF WS-CHKPT-STATUS NOT = "00"
006750             DISPLAY "UNABLE TO OPEN CHECKPOINT FILE - STATUS "
006760                 WS-CHKPT-STATUS
006770             MOVE 16 TO RETURN-CODE
006780             STOP RUN
006790         END-IF
006800         OPEN EXTEND SUSPENSE-FILE
006810         IF WS-SUSPENSE-STATUS NOT = "00"
006820             DISPLAY "UNABLE TO OPEN SUSPENSE FILE - STATUS "
006830                 WS-SUSPENSE-STATUS
006840             MOVE 16 TO RETURN-CODE
006850             STOP RUN
006860         END-IF
006870         OPEN EXTEND SUSPENSE-DATA-FILE
006880         IF WS-SUSPDATA-STATUS NOT = "00"
006890             DISPLAY "UNABLE TO OPEN SUSPENSE DATA - STATUS "
006900                 WS-SUSPDATA-STATUS
006910             MOVE 16 TO RETURN-CODE
006920             STOP RUN
006930         END-IF
006940         OPEN EXTEND VISITOR-LOG-FILE
006950         IF WS-VISIT-STATUS NOT = "00"
006960             DISPLAY "UNABLE TO OPEN VISITOR LOG - STATUS "
006970                 WS-VISIT-STATUS
006980             MOVE 16 TO RETURN-CODE
006990             STOP RUN
007000         END-IF
007010         OPEN EXTEND HOST-NOTIFY-FILE
007020         IF WS-HOSTNTFY-STATUS NOT = "00"
007030             DISPLAY "UNABLE TO OPEN HOST NOTIFY - STATUS "
007040                 WS-HOSTNTFY-STATUS
007050             MOVE 16 TO RETURN-CODE
007060             STOP RUN
007070         END-IF
007080         PERFORM 1200-SKIP-PROCESSED-RECORDS THRU 1200-EXIT
007090     ELSE
007100         OPEN OUTPUT GREETING-LOG-FILE
007110         IF WS-LOG-STATUS NOT = "00"
007120             DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
007130                 WS-LOG-STATUS
007140             MOVE 16 TO RETURN-CODE
007150             STOP RUN
007160         END-IF
007170         OPEN OUTPUT PRINT-FILE
007180         IF WS-PRINT-STATUS NOT = "00"
007190             DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
007200                 WS-PRINT-STATUS
007210             MOVE 16 TO RETURN-CODE
007220             STOP RUN
007230         END-IF
007240         OPEN OUTPUT CHECKPOINT-FILE
007250         IF WS-CHKPT-STATUS NOT = "00"
007260             DISPLAY "UNABLE TO OPEN CHECKPOINT FILE - STATUS "
007270                 WS-CHKPT-STATUS
007280             MOVE 16 TO RETURN-CODE
007290             STOP RUN
007300         END-IF
007310         OPEN OUTPUT SUSPENSE-FILE
007320         IF WS-SUSPENSE-STATUS NOT = "00"
007330             DISPLAY "UNABLE TO OPEN SUSPENSE FILE - STATUS "
007340                 WS-SUSPENSE-STATUS
007350             MOVE 16 TO RETURN-CODE
007360             STOP RUN
007370         END-IF
007380         OPEN OUTPUT SUSPENSE-DATA-FILE
007390         IF WS-SUSPDATA-STATUS NOT = "00"
007400             DISPLAY "UNABLE TO OPEN SUSPENSE DATA - STATUS "
007410                 WS-SUSPDATA-STATUS
007420             MOVE 16 TO RETURN-CODE
007430             STOP RUN
007440         END-IF
007450         OPEN OUTPUT VISITOR-LOG-FILE
007460         IF WS-VISIT-STATUS NOT = "00"
007470             DISPLAY "UNABLE TO OPEN VISITOR LOG - STATUS "
007480                 WS-VISIT-STATUS
007490             MOVE 16 TO RETURN-CODE
007500             STOP RUN
007510         END-IF
007520         OPEN OUTPUT HOST-NOTIFY-FILE
007530         IF WS-HOSTNTFY-STATUS NOT = "00"
007540             DISPLAY "UNABLE TO OPEN HOST NOTIFY - STATUS "
007550                 WS-HOSTNTFY-STATUS
007560             MOVE 16 TO RETURN-CODE
007570             STOP RUN
007580         END-IF
007590     END-IF.
007600*    THE MASTER IS CUMULATIVE ACROSS RUNS, SO IT IS OPENED I-O
007610*    THE SAME WAY ON A COLD START AND ON A RESTART - SELECT
007620*    OPTIONAL LETS THE VERY FIRST RUN CREATE IT.
007630     OPEN I-O GREETING-MASTER-FILE.
007640     IF WS-MASTER-STATUS NOT = "00" AND
007650             WS-MASTER-STATUS NOT = "05"
007660         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
007670             WS-MASTER-STATUS
007680         MOVE 16 TO RETURN-CODE
007690         STOP RUN
007700     END-IF.
007710     OPEN I-O PREREG-FILE.
007720     IF WS-PREREG-STATUS NOT = "00" AND
007730             WS-PREREG-STATUS NOT = "05"
007740         DISPLAY "UNABLE TO OPEN PRE-REGISTRATION FILE - STATUS "
007750             WS-PREREG-STATUS
007760         MOVE 16 TO RETURN-CODE
007770         STOP RUN
007780     END-IF.
007790*    THE HOLD FILE AND THE ALERT REPORT ARE SHARED WITH HELLO
007800*    AND SUSPFIX, SO THEY ARE EXTENDED ON A COLD START AND ON A
007810*    RESTART ALIKE - SELECT OPTIONAL LETS THE FIRST RUN CREATE
007820*    THEM.
007830     OPEN EXTEND SECURITY-HOLD-FILE.
007840     IF WS-SECHOLD-STATUS NOT = "00" AND
007850             WS-SECHOLD-STATUS NOT = "05"
007860         DISPLAY "UNABLE TO OPEN SECURITY HOLD FILE - STATUS "
007870             WS-SECHOLD-STATUS
007880         MOVE 16 TO RETURN-CODE
007890         STOP RUN
007900     END-IF.
007910     OPEN EXTEND SECURITY-ALERT-FILE.
007920     IF WS-SECALERT-STATUS NOT = "00" AND
007930             WS-SECALERT-STATUS NOT = "05"
007940         DISPLAY "UNABLE TO OPEN SECURITY ALERT FILE - STATUS "
007950             WS-SECALERT-STATUS
007960         MOVE 16 TO RETURN-CODE
007970         STOP RUN
007980     END-IF.
007990 1000-EXIT.
008000     EXIT.
008010*****************************************************************
008020* 1100-CHECK-FOR-CHECKPOINT - SEE IF A CHECKPOINT FROM A PRIOR,
008030* ABENDED RUN EXISTS.  THIS RUNS UNATTENDED IN THE OVERNIGHT
008040* WINDOW, SO THE DECISION TO RESUME IS MADE HERE RATHER THAN
008050* ASKED OF AN OPERATOR - RESUME AUTOMATICALLY WHEN A CHECKPOINT
008060* IS FOUND, UNLESS THE JOB WAS SUBMITTED WITH PARM='NORESUME' TO
008070* FORCE A FRESH START.
008080*****************************************************************
008090 1100-CHECK-FOR-CHECKPOINT.
008100     MOVE "N" TO WS-RESTART-SWITCH.
008110     MOVE ZERO TO WS-SKIP-COUNT.
008120     OPEN INPUT CHECKPOINT-FILE.
008130     IF WS-CHKPT-STATUS = "00"
008140         MOVE "N" TO WS-CHKPT-EOF-SWITCH
008150         PERFORM 1110-READ-CHECKPOINT THRU 1110-EXIT
008160             UNTIL WS-CHKPT-EOF
008170         CLOSE CHECKPOINT-FILE
008180         IF WS-SKIP-COUNT > ZERO
008190             IF WS-PARM-VALUE = "NORESUME"
008200                 DISPLAY "CHECKPOINT FOUND AT RECORD "
008210                     WS-SKIP-COUNT
008220                     " - NORESUME PARM SET, STARTING OVER"
008230                 MOVE ZERO TO WS-SKIP-COUNT
008240                 MOVE ZERO TO WS-REJECT-COUNT
008250                 MOVE ZERO TO WS-GREETING-WRITTEN-COUNT
008260                 MOVE ZERO TO WS-SUSPENSE-COUNT
008270                 MOVE ZERO TO WS-DUPLICATE-COUNT
008280                 MOVE ZERO TO WS-VISITOR-COUNT
008290                 MOVE ZERO TO WS-CONTRACTOR-COUNT
008300                 MOVE ZERO TO WS-HOLD-COUNT
008305                 MOVE ZERO TO WS-HOST-NOTIFY-COUNT
008310             ELSE
008320                 DISPLAY "CHECKPOINT FOUND AT RECORD "
008330                     WS-SKIP-COUNT
008340                     " - AUTO-RESUMING THE OVERNIGHT RUN"
008350                 SET WS-RESTART-THIS-RUN TO TRUE
008360             END-IF
008370         END-IF
008380     END-IF.
008390 1100-EXIT.
008400     EXIT.
008410*****************************************************************
008420* 1110-READ-CHECKPOINT - READ FORWARD TO THE LAST CHECKPOINT
008430* RECORD WRITTEN, WHICH HOLDS THE HIGHEST RECORD COUNT.
008440*****************************************************************
008450 1110-READ-CHECKPOINT.
008460     READ CHECKPOINT-FILE
008470         AT END
008480             SET WS-CHKPT-EOF TO TRUE
008490         NOT AT END
008500             MOVE CK-RECORDS-PROCESSED TO WS-SKIP-COUNT
008510             MOVE CK-REJECT-COUNT TO WS-REJECT-COUNT
008520             MOVE CK-GREETINGS-WRITTEN TO
008530                 WS-GREETING-WRITTEN-COUNT
008540             MOVE CK-SUSPENSE-COUNT TO WS-SUSPENSE-COUNT
008550             MOVE CK-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT
008560             MOVE CK-VISITOR-COUNT TO WS-VISITOR-COUNT
008570             MOVE CK-CONTRACTOR-COUNT TO WS-CONTRACTOR-COUNT
008580             MOVE CK-HOLD-COUNT TO WS-HOLD-COUNT
008582             COMPUTE WS-HOST-NOTIFY-COUNT = CK-VISITOR-COUNT +
008584                 CK-CONTRACTOR-COUNT
008590     END-READ.
008600 1110-EXIT.
008610     EXIT.
008620*****************************************************************
008630* 1200-SKIP-PROCESSED-RECORDS - ON RESTART, RE-READ AND DISCARD
008640* THE ROSTER RECORDS ALREADY GREETED BEFORE THE LAST CHECKPOINT
008650* SO THEY ARE NOT LOGGED A SECOND TIME.  IF THE ROSTER RUNS OUT
008660* BEFORE THE CHECKPOINT COUNT IS SATISFIED, THE ROSTER HANDED TO
008670* THIS RUN DOES NOT MATCH THE ONE THE CHECKPOINT WAS TAKEN
008680* AGAINST, SO STOP RATHER THAN CONTINUE ON A SHORTFALL.
008690*****************************************************************
008700 1200-SKIP-PROCESSED-RECORDS.
008710     PERFORM 1210-SKIP-ONE-RECORD THRU 1210-EXIT
008720         WS-SKIP-COUNT TIMES.
008730     IF WS-ROSTER-READ-COUNT < WS-SKIP-COUNT
008740         DISPLAY "ROSTER ENDED AT RECORD " WS-ROSTER-READ-COUNT
008750             " BEFORE THE CHECKPOINT COUNT OF " WS-SKIP-COUNT
008760             " WAS REACHED - ROSTER DOES NOT MATCH CHECKPOINT"
008770         MOVE 16 TO RETURN-CODE
008780         STOP RUN
008790     END-IF.
008800 1200-EXIT.
008810     EXIT.
008820*****************************************************************
008830* 1210-SKIP-ONE-RECORD - DISCARD ONE ALREADY-PROCESSED ROSTER
008840* RECORD WITHOUT GREETING IT AGAIN.  ONLY COUNT IT AS READ WHEN
008850* A RECORD WAS ACTUALLY THERE TO READ.
008860*****************************************************************
008870 1210-SKIP-ONE-RECORD.
008880     IF NOT WS-ROSTER-EOF
008890         READ ROSTER-FILE
008900             AT END
008910                 SET WS-ROSTER-EOF TO TRUE
008920             NOT AT END
008930                 ADD 1 TO WS-ROSTER-READ-COUNT
008940         END-READ
008950     END-IF.
008960 1210-EXIT.
008970     EXIT.
008980*****************************************************************
008990* 1300-OPEN-EMPLOYEE-MASTER - OPEN THE KEYED HR EMPLOYEE MASTER
009000* FOR THE RUN.  EACH ROSTER ARRIVAL AND EACH HOST IS VALIDATED
009010* WITH ONE KEYED READ, SO NOTHING IS LOADED HERE - THE FIRST
009020* RECORD IS READ ONLY TO PROVE THE MASTER IS NOT EMPTY.  AN EMPTY
009030* MASTER IS TREATED AS AN ERROR - A RUN WITH NO MASTER WOULD
009040* DIVERT THE WHOLE ROSTER TO SUSPENSE.
009050*****************************************************************
009060 1300-OPEN-EMPLOYEE-MASTER.
009070     OPEN INPUT EMPLOYEE-MASTER-FILE.
009080     IF WS-EMPMAST-STATUS NOT = "00"
009090         DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER - STATUS "
009100             WS-EMPMAST-STATUS
009110         MOVE 16 TO RETURN-CODE
009120         STOP RUN
009130     END-IF.
009140     READ EMPLOYEE-MASTER-FILE NEXT RECORD
009150         AT END
009160             DISPLAY "EMPLOYEE MASTER IS EMPTY - RUN ABANDONED"
009170             MOVE 16 TO RETURN-CODE
009180             STOP RUN
009190     END-READ.
009200     DISPLAY "EMPLOYEE MASTER OPENED FOR KEYED READS".
009210 1300-EXIT.
009220     EXIT.
009230*****************************************************************
009240* 1400-LOAD-GREETING-TABLE - LOAD THE GREETING WORDINGS FROM
009250* THE GREETTAB FILE.  THE FILE IS OPTIONAL - WHEN IT IS MISSING
009260* OR EMPTY A SINGLE BUILT-IN "Hello" ENTRY IS SEEDED SO THE RUN
009270* STILL GREETS EVERYONE THE WAY IT ALWAYS HAS.
009280*****************************************************************
009290 1400-LOAD-GREETING-TABLE.
009300     OPEN INPUT GREETING-TABLE-FILE.
009310     IF WS-GRTAB-STATUS NOT = "00" AND
009320             WS-GRTAB-STATUS NOT = "05"
009330         DISPLAY "UNABLE TO OPEN GREETING TABLE - STATUS "
009340             WS-GRTAB-STATUS
009350         MOVE 16 TO RETURN-CODE
009360         STOP RUN
009370     END-IF.
009380     MOVE "N" TO WS-GRTAB-EOF-SWITCH.
009390     PERFORM 1410-LOAD-ONE-GREETING THRU 1410-EXIT
009400         UNTIL WS-GRTAB-EOF.
009410     CLOSE GREETING-TABLE-FILE.
009420     IF WS-GREET-COUNT = ZERO
009430         DISPLAY "GREETING TABLE EMPTY - USING BUILT-IN Hello"
009440         MOVE 1 TO WS-GREET-COUNT
009450         MOVE "*" TO GTT-RECORD-TYPE (1)
009460         MOVE "*" TO GTT-SHIFT (1)
009470         MOVE "*" TO GTT-DEPARTMENT (1)
009480         MOVE "Hello" TO GTT-TEXT (1)
009490         MOVE "*" TO GTT-SITE-CODE (1)
009500     END-IF.
009510     DISPLAY "GREETING TABLE ENTRIES LOADED: " WS-GREET-COUNT.
009520 1400-EXIT.
009530     EXIT.
009540*****************************************************************
009550* 1410-LOAD-ONE-GREETING - READ ONE TABLE RECORD INTO THE NEXT
009560* ENTRY, STOPPING THE RUN CLEANLY IF THE TABLE BOUND IS HIT.
009570*****************************************************************
009580 1410-LOAD-ONE-GREETING.
009590     READ GREETING-TABLE-FILE
009600         AT END
009610             SET WS-GRTAB-EOF TO TRUE
009620         NOT AT END
009630             IF WS-GREET-COUNT >= WS-MAX-GREETS
009640                 DISPLAY "GREETTAB EXCEEDS TABLE OF "
009650                     WS-MAX-GREETS " - ENLARGE GREET-TEXT-TABLE"
009660                 MOVE 16 TO RETURN-CODE
009670                 STOP RUN
009680             END-IF
009690             IF GT-GREETING-TEXT(19:22) NOT = SPACES
009700                 DISPLAY "GREETTAB TEXT OVER 18 CHARACTERS - "
009710                     GT-GREETING-TEXT
009720                 MOVE 16 TO RETURN-CODE
009730                 STOP RUN
009740             END-IF
009750             ADD 1 TO WS-GREET-COUNT
009760             MOVE GT-RECORD-TYPE TO
009770                 GTT-RECORD-TYPE (WS-GREET-COUNT)
009780             MOVE GT-SHIFT TO GTT-SHIFT (WS-GREET-COUNT)
009790             MOVE GT-DEPARTMENT TO
009800                 GTT-DEPARTMENT (WS-GREET-COUNT)
009810             MOVE GT-GREETING-TEXT TO GTT-TEXT (WS-GREET-COUNT)
009820             IF GT-ANY-SITE
009830                 MOVE "*" TO GTT-SITE-CODE (WS-GREET-COUNT)
009840             ELSE
009850                 MOVE GT-SITE-CODE TO
009860                     GTT-SITE-CODE (WS-GREET-COUNT)
009870             END-IF
009880     END-READ.
009890 1410-EXIT.
009900     EXIT.
009910*****************************************************************
009920* 1500-LOAD-WATCH-LIST - LOAD SECURITY'S DENIED-ENTRY WATCH LIST
009930* FROM THE WATCHLST FILE.  THE FILE IS OPTIONAL - WHEN IT IS
009940* MISSING OR EMPTY NO BADGE-IN IS HELD - SO THE COUNT LOADED IS
009950* DISPLAYED FOR THE OPERATOR TO SEE EVERY NIGHT.
009960*****************************************************************
009970 1500-LOAD-WATCH-LIST.
009980     OPEN INPUT WATCH-LIST-FILE.
009990     IF WS-WATCH-STATUS NOT = "00" AND
010000             WS-WATCH-STATUS NOT = "05"
010010         DISPLAY "UNABLE TO OPEN WATCH LIST - STATUS "
010020             WS-WATCH-STATUS
010030         MOVE 16 TO RETURN-CODE
010040         STOP RUN
010050     END-IF.
010060     MOVE "N" TO WS-WATCH-EOF-SWITCH.
010070     PERFORM 1510-LOAD-ONE-WATCH THRU 1510-EXIT
010080         UNTIL WS-WATCH-EOF.
010090     CLOSE WATCH-LIST-FILE.
010100     DISPLAY "WATCH LIST ENTRIES LOADED: " WS-WATCH-COUNT.
010110 1500-EXIT.
010120     EXIT.
010130*****************************************************************
010140* 1510-LOAD-ONE-WATCH - READ ONE WATCH LIST RECORD INTO THE NEXT
010150* TABLE ENTRY, STOPPING THE RUN CLEANLY IF THE TABLE BOUND IS
010160* HIT RATHER THAN SCREENING AGAINST A PARTIAL LIST.
010170*****************************************************************
010180 1510-LOAD-ONE-WATCH.
010190     READ WATCH-LIST-FILE
010200         AT END
010210             SET WS-WATCH-EOF TO TRUE
010220         NOT AT END
010230             IF WS-WATCH-COUNT >= WS-MAX-WATCH
010240                 DISPLAY "WATCH LIST EXCEEDS TABLE OF "
010250                     WS-MAX-WATCH " - ENLARGE WATCH-LIST-TABLE"
010260                 MOVE 16 TO RETURN-CODE
010270                 STOP RUN
010280             END-IF
010290             ADD 1 TO WS-WATCH-COUNT
010300             MOVE WL-VISITOR-NAME TO
010310                 WLT-VISITOR-NAME (WS-WATCH-COUNT)
010320             MOVE WL-COMPANY TO WLT-COMPANY (WS-WATCH-COUNT)
010330             MOVE WL-REASON-CODE TO
010340                 WLT-REASON-CODE (WS-WATCH-COUNT)
010350             MOVE WL-EFFECTIVE-DATE TO
010360                 WLT-EFFECTIVE-DATE (WS-WATCH-COUNT)
010370             MOVE WL-EXPIRY-DATE TO
010380                 WLT-EXPIRY-DATE (WS-WATCH-COUNT)
010390             MOVE WL-SITE-LIST TO WLT-SITE-LIST (WS-WATCH-COUNT)
010400     END-READ.
010410 1510-EXIT.
010420     EXIT.
010430*****************************************************************
010440* 1600-LOAD-CONTRACTOR-MASTER - LOAD FACILITIES' CONTRACTOR
010450* COMPANY MASTER FROM THE CNTRMAST FILE.  THE FILE IS OPTIONAL -
010460* WHILE IT HOLDS NO COMPANIES THE CONTRACTOR CHECK IS SKIPPED AND
010470* CONTRACTOR BADGE-INS FLOW AS BEFORE - SO THE COUNTS LOADED ARE
010480* DISPLAYED FOR THE OPERATOR TO SEE EVERY NIGHT.
010490*****************************************************************
010500 1600-LOAD-CONTRACTOR-MASTER.
010510     OPEN INPUT CONTRACTOR-MASTER-FILE.
010520     IF WS-CNTR-STATUS NOT = "00" AND
010530             WS-CNTR-STATUS NOT = "05"
010540         DISPLAY "UNABLE TO OPEN CONTRACTOR MASTER - STATUS "
010550             WS-CNTR-STATUS
010560         MOVE 16 TO RETURN-CODE
010570         STOP RUN
010580     END-IF.
010590     MOVE "N" TO WS-CNTR-EOF-SWITCH.
010600     PERFORM 1610-LOAD-ONE-CONTRACTOR THRU 1610-EXIT
010610         UNTIL WS-CNTR-EOF.
010620     CLOSE CONTRACTOR-MASTER-FILE.
010630     DISPLAY "CONTRACTOR COMPANIES LOADED: " WS-COMPANY-COUNT.
010640     DISPLAY "CONTRACTOR WORKERS LOADED:   " WS-WORKER-COUNT.
010650     IF WS-COMPANY-COUNT = ZERO
010660         DISPLAY "CONTRACTOR MASTER EMPTY - "
010670             "CONTRACTOR BADGE-INS NOT CHECKED"
010680     END-IF.
010690 1600-EXIT.
010700     EXIT.
010710*****************************************************************
010720* 1610-LOAD-ONE-CONTRACTOR - READ ONE CONTRACTOR MASTER RECORD
010730* INTO THE COMPANY OR THE WORKER TABLE BY ITS KIND, STOPPING THE
010740* RUN CLEANLY ON A RECORD OF ANY OTHER KIND OR WHEN A TABLE BOUND
010750* IS HIT RATHER THAN CHECKING AGAINST A PARTIAL MASTER.
010760*****************************************************************
010770 1610-LOAD-ONE-CONTRACTOR.
010780     READ CONTRACTOR-MASTER-FILE
010790         AT END
010800             SET WS-CNTR-EOF TO TRUE
010810             GO TO 1610-EXIT
010820     END-READ.
010830     IF CM-COMPANY-ENTRY
010840         IF WS-COMPANY-COUNT >= WS-MAX-COMPANIES
010850             DISPLAY "CONTRACTOR COMPANIES EXCEED TABLE OF "
010860                 WS-MAX-COMPANIES
010870                 " - ENLARGE CONTRACT-COMPANY-TABLE"
010880             MOVE 16 TO RETURN-CODE
010890             STOP RUN
010900         END-IF
010910         ADD 1 TO WS-COMPANY-COUNT
010920         MOVE CM-COMPANY TO CCT-COMPANY (WS-COMPANY-COUNT)
010930         MOVE CM-CONTRACT-NUMBER TO
010940             CCT-CONTRACT-NUMBER (WS-COMPANY-COUNT)
010950         MOVE CM-CONTRACT-START TO
010960             CCT-CONTRACT-START (WS-COMPANY-COUNT)
010970         MOVE CM-CONTRACT-END TO
010980             CCT-CONTRACT-END (WS-COMPANY-COUNT)
010990         MOVE CM-SITE-LIST TO CCT-SITE-LIST (WS-COMPANY-COUNT)
011000         GO TO 1610-EXIT
011010     END-IF.
011020     IF CM-WORKER-ENTRY
011030         IF WS-WORKER-COUNT >= WS-MAX-WORKERS
011040             DISPLAY "CONTRACTOR WORKERS EXCEED TABLE OF "
011050                 WS-MAX-WORKERS
011060                 " - ENLARGE CONTRACT-WORKER-TABLE"
011070             MOVE 16 TO RETURN-CODE
011080             STOP RUN
011090         END-IF
011100         ADD 1 TO WS-WORKER-COUNT
011110         MOVE CM-COMPANY TO CWT-COMPANY (WS-WORKER-COUNT)
011120         MOVE CM-WORKER-NAME TO CWT-WORKER-NAME (WS-WORKER-COUNT)
011130         GO TO 1610-EXIT
011140     END-IF.
011150     DISPLAY "CONTRACTOR MASTER RECORD KIND NOT C OR W - "
011160         CM-ENTRY-KIND CM-COMPANY.
011170     MOVE 16 TO RETURN-CODE.
011180     STOP RUN.
011190 1610-EXIT.
011200     EXIT.
011210*****************************************************************
011220* 1700-OPEN-FOR-PRE-EDIT - A PRE-EDIT VALIDATES TONIGHT'S ROSTER
011230* AHEAD OF THE OVERNIGHT WINDOW AND MUST LEAVE EVERY FILE THE
011240* OVERNIGHT RUN WRITES EXACTLY AS IT FOUND IT.  THE CHECKPOINT IS
011250* NOT LOOKED AT - A PRE-EDIT ALWAYS READS THE WHOLE ROSTER - THE
011260* GREETING MASTER IS OPENED INPUT FOR THE DUPLICATE CHECK ONLY,
011270* AND THE LOGS, SUSPENSE FILES, PRE-REGISTRATIONS, AND SECURITY
011280* FILES ARE NOT OPENED AT ALL.  THE PRINT FILE CARRIES THE
011290* PRE-EDIT EXCEPTION REPORT INSTEAD OF THE GREETINGS.
011300*****************************************************************
011310 1700-OPEN-FOR-PRE-EDIT.
011320     OPEN OUTPUT PRINT-FILE.
011330     IF WS-PRINT-STATUS NOT = "00"
011340         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
011350             WS-PRINT-STATUS
011360         MOVE 16 TO RETURN-CODE
011370         STOP RUN
011380     END-IF.
011390     OPEN INPUT GREETING-MASTER-FILE.
011400     IF WS-MASTER-STATUS NOT = "00" AND
011410             WS-MASTER-STATUS NOT = "05"
011420         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
011430             WS-MASTER-STATUS
011440         MOVE 16 TO RETURN-CODE
011450         STOP RUN
011460     END-IF.
011470     MOVE SPACES TO PRINT-RECORD.
011480     STRING "---- HELLOBAT PRE-EDIT EXCEPTIONS - BUSINESS DATE "
011490             DELIMITED BY SIZE
011500             WS-CURRENT-DATE DELIMITED BY SIZE
011510             " - NOTHING WRITTEN ----" DELIMITED BY SIZE
011520         INTO PRINT-RECORD.
011530     PERFORM 2490-WRITE-PRINT-LINE THRU 2490-EXIT.
011540     MOVE "   RECORD T ID/HOST    NAME" TO PRINT-RECORD.
011550     MOVE "REASON" TO PRINT-RECORD (76:6).
011560     PERFORM 2490-WRITE-PRINT-LINE THRU 2490-EXIT.
011570 1700-EXIT.
011580     EXIT.
011590*****************************************************************
011600* 2000-PROCESS-ROSTER - READ ONE ROSTER RECORD AND GREET IT.
011610*****************************************************************
011620 2000-PROCESS-ROSTER.
011630     READ ROSTER-FILE
011640         AT END
011650             SET WS-ROSTER-EOF TO TRUE
011660         NOT AT END
011670             ADD 1 TO WS-ROSTER-READ-COUNT
011680             PERFORM 2100-BUILD-AND-PRINT THRU 2100-EXIT
011690             PERFORM 2200-CHECKPOINT THRU 2200-EXIT
011700     END-READ.
011710 2000-EXIT.
011720     EXIT.
011730*****************************************************************
011740* 2100-BUILD-AND-PRINT - REJECT A BLANK OR LOW-VALUE NAME,
011750* DIVERT AN ARRIVAL THE HR EMPLOYEE MASTER DOES NOT CONFIRM TO
011760* THE SUSPENSE REPORT, OR BUILD THE GREETING LINE AND WRITE IT
011770* TO THE PRINT FILE AND THE LOGS.
011780*****************************************************************
011790 2100-BUILD-AND-PRINT.
011800*    A BLANK SITE ON THE ROSTER READS AS THE MAIN BUILDING, SO
011810*    EVERY RECORD DOWNSTREAM CARRIES A REAL SITE CODE.
011820     IF RI-SITE-CODE = SPACES OR RI-SITE-CODE = LOW-VALUE
011830         MOVE "HQ " TO RI-SITE-CODE
011840     END-IF.
011850     MOVE "N" TO WS-VALID-NAME-SWITCH.
011860     IF RI-USER-NAME = SPACES OR RI-USER-NAME = LOW-VALUE
011870         ADD 1 TO WS-REJECT-COUNT
011880         IF WS-EDIT-ONLY
011890             MOVE "BLANK OR INVALID NAME" TO WS-SUSPENSE-REASON
011900             PERFORM 2400-NOTE-PRE-EDIT-EXCEPTION THRU 2400-EXIT
011910             GO TO 2100-EXIT
011920         END-IF
011930         MOVE SPACES TO PRINT-RECORD
011940         STRING "*** REJECTED - BLANK OR INVALID NAME ***"
011950             DELIMITED BY SIZE INTO PRINT-RECORD
011960         WRITE PRINT-RECORD
011970         IF WS-PRINT-STATUS NOT = "00"
011980             DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
011990                 WS-PRINT-STATUS
012000             MOVE 16 TO RETURN-CODE
012010             STOP RUN
012020         END-IF
012030         GO TO 2100-EXIT
012040     END-IF.
012050     IF RI-TYPE-VISITOR OR RI-TYPE-CONTRACTOR
012060         PERFORM 2300-BADGE-VISITOR THRU 2300-EXIT
012070         GO TO 2100-EXIT
012080     END-IF.
012090     IF NOT RI-TYPE-EMPLOYEE
012100         MOVE "UNKNOWN RECORD TYPE" TO WS-SUSPENSE-REASON
012110         PERFORM 2130-WRITE-SUSPENSE THRU 2130-EXIT
012120         GO TO 2100-EXIT
012130     END-IF.
012140     MOVE "E" TO WS-PICK-TYPE.
012150     PERFORM 2120-VALIDATE-ARRIVAL THRU 2120-EXIT.
012160     IF WS-SUSPENSE-REASON NOT = SPACES
012170         PERFORM 2130-WRITE-SUSPENSE THRU 2130-EXIT
012180         GO TO 2100-EXIT
012190     END-IF.
012200     PERFORM 2140-CHECK-DUPLICATE THRU 2140-EXIT.
012210     IF WS-ALREADY-GREETED
012220         GO TO 2100-EXIT
012230     END-IF.
012240*    A PRE-EDIT COUNTS THE GREETING THE OVERNIGHT RUN WOULD WRITE
012250*    AND GOES NO FURTHER.
012260     IF WS-EDIT-ONLY
012270         ADD 1 TO WS-GREETING-WRITTEN-COUNT
012280         GO TO 2100-EXIT
012290     END-IF.
012300     SET WS-NAME-IS-VALID TO TRUE.
012310     MOVE RI-USER-NAME TO GR-USER-NAME.
012320     PERFORM 2160-PICK-GREETING THRU 2160-EXIT.
012330     MOVE SPACES TO GR-GREETING.
012340     STRING WS-GREETING-TEXT(1:WS-TEXT-LEN) DELIMITED BY SIZE
012350             ", " DELIMITED BY SIZE
012360             RI-USER-NAME DELIMITED BY "  "
012370         INTO GR-GREETING.
012380     MOVE GR-GREETING TO PRINT-RECORD.
012390     WRITE PRINT-RECORD.
012400     IF WS-PRINT-STATUS NOT = "00"
012410         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
012420             WS-PRINT-STATUS
012430         MOVE 16 TO RETURN-CODE
012440         STOP RUN
012450     END-IF.
012460     ACCEPT WS-CURRENT-TIME FROM TIME.
012470     MOVE WS-CURRENT-DATE TO GR-LOG-DATE.
012480     MOVE WS-CURRENT-TIME TO GR-LOG-TIME.
012490     IF RI-ARRIVAL-TIME NOT = SPACES AND
012500             RI-ARRIVAL-TIME NOT = LOW-VALUE
012510         MOVE RI-ARRIVAL-TIME TO GR-LOG-TIME
012520     END-IF.
012530     MOVE RI-EMPLOYEE-ID TO GR-EMPLOYEE-ID.
012540     MOVE RI-DEPARTMENT TO GR-DEPARTMENT.
012550     MOVE RI-SHIFT TO GR-SHIFT.
012560     MOVE RI-SITE-CODE TO GR-SITE-CODE.
012570     WRITE GREETING-RECORD.
012580     IF WS-LOG-STATUS NOT = "00"
012590         DISPLAY "UNABLE TO WRITE GREETING-LOG - STATUS "
012600             WS-LOG-STATUS
012610         MOVE 16 TO RETURN-CODE
012620         STOP RUN
012630     END-IF.
012640     PERFORM 2150-WRITE-MASTER THRU 2150-EXIT.
012650     ADD 1 TO WS-GREETING-WRITTEN-COUNT.
012660 2100-EXIT.
012670     EXIT.
012680*****************************************************************
012690* 2120-VALIDATE-ARRIVAL - READ THE ROSTER ARRIVAL'S EMPLOYEE ID
012700* FROM THE KEYED HR EMPLOYEE MASTER.  LEAVES WS-SUSPENSE-REASON
012710* BLANK WHEN THE ARRIVAL AGREES WITH THE MASTER, OR SET TO THE
012720* REASON THE ARRIVAL MUST BE DIVERTED TO SUSPENSE.
012730*****************************************************************
012740 2120-VALIDATE-ARRIVAL.
012750     MOVE SPACES TO WS-SUSPENSE-REASON.
012760     MOVE "N" TO WS-EMP-FOUND-SWITCH.
012770     MOVE RI-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
012780     READ EMPLOYEE-MASTER-FILE
012790         INVALID KEY
012800             CONTINUE
012810         NOT INVALID KEY
012820             SET WS-EMP-FOUND TO TRUE
012830     END-READ.
012840     IF NOT WS-EMP-FOUND
012850         MOVE "EMPLOYEE ID NOT ON MASTER" TO WS-SUSPENSE-REASON
012860         GO TO 2120-EXIT
012870     END-IF.
012880     IF EM-TERMINATED
012890         MOVE "EMPLOYEE TERMINATED" TO WS-SUSPENSE-REASON
012900         GO TO 2120-EXIT
012910     END-IF.
012920     IF RI-USER-NAME NOT = EM-EMPLOYEE-NAME
012930         MOVE "NAME DOES NOT MATCH MASTER" TO WS-SUSPENSE-REASON
012940         GO TO 2120-EXIT
012950     END-IF.
012960     IF RI-DEPARTMENT NOT = EM-DEPARTMENT
012970         MOVE "DEPT DOES NOT MATCH MASTER" TO WS-SUSPENSE-REASON
012980         GO TO 2120-EXIT
012990     END-IF.
013000     IF RI-SHIFT NOT = EM-SHIFT
013010         MOVE "SHIFT DOES NOT MATCH MASTER" TO WS-SUSPENSE-REASON
013020     END-IF.
013030 2120-EXIT.
013040     EXIT.
013050*****************************************************************
013060* 2130-WRITE-SUSPENSE - DIVERT THE ARRIVAL TO THE SUSPENSE
013070* REPORT WITH THE REASON IT CANNOT BE GREETED, AND WRITE THE
013080* FULL ROSTER IMAGE WITH THE REASON AND THE DATE SUSPENDED TO
013090* THE SUSPENSE DATA FILE FOR THE SUSPFIX CORRECTION PASS.
013100* A PRE-EDIT LISTS THE ARRIVAL ON ITS EXCEPTION REPORT INSTEAD.
013110*****************************************************************
013120 2130-WRITE-SUSPENSE.
013130     ADD 1 TO WS-SUSPENSE-COUNT.
013140     IF WS-EDIT-ONLY
013150         PERFORM 2400-NOTE-PRE-EDIT-EXCEPTION THRU 2400-EXIT
013160         GO TO 2130-EXIT
013170     END-IF.
013180     MOVE SPACES TO SUSPENSE-RECORD.
013190     STRING RI-EMPLOYEE-ID DELIMITED BY SIZE
013200             "  " DELIMITED BY SIZE
013210             RI-USER-NAME DELIMITED BY SIZE
013220             "  " DELIMITED BY SIZE
013230             WS-SUSPENSE-REASON DELIMITED BY SIZE
013240         INTO SUSPENSE-RECORD.
013250     WRITE SUSPENSE-RECORD.
013260     IF WS-SUSPENSE-STATUS NOT = "00"
013270         DISPLAY "UNABLE TO WRITE SUSPENSE RECORD - STATUS "
013280             WS-SUSPENSE-STATUS
013290         MOVE 16 TO RETURN-CODE
013300         STOP RUN
013310     END-IF.
013320     MOVE ROSTER-RECORD TO SU-ROSTER-IMAGE.
013330     MOVE WS-SUSPENSE-REASON TO SU-REASON.
013340     MOVE WS-CURRENT-DATE TO SU-DATE-SUSPENDED.
013350     WRITE SUSPENSE-DATA-RECORD.
013360     IF WS-SUSPDATA-STATUS NOT = "00"
013370         DISPLAY "UNABLE TO WRITE SUSPENSE DATA - STATUS "
013380             WS-SUSPDATA-STATUS
013390         MOVE 16 TO RETURN-CODE
013400         STOP RUN
013410     END-IF.
013420 2130-EXIT.
013430     EXIT.
013440*****************************************************************
013450* 2140-CHECK-DUPLICATE - READ THE GREETING MASTER FOR THIS
013460* EMPLOYEE AND TODAY'S LOG DATE.  A HIT MEANS THE EMPLOYEE WAS
013470* ALREADY GREETED TODAY - EARLIER IN THIS RUN OR BY AN EARLIER
013480* RUN THE SAME DAY - SO THE REPEAT IS COUNTED AND SKIPPED, AND
013490* A NOTE GOES TO THE PRINT FILE SO THE SKIP IS VISIBLE.
013500* A PRE-EDIT WRITES NO MASTER RECORDS, SO IT ALSO CHECKS THE
013510* IDS IT HAS ALREADY COUNTED AS GREETED IN THIS RUN.
013520*****************************************************************
013530 2140-CHECK-DUPLICATE.
013540     MOVE "N" TO WS-DUPLICATE-SWITCH.
013550     MOVE RI-EMPLOYEE-ID TO GM-EMPLOYEE-ID.
013560     MOVE WS-CURRENT-DATE TO GM-LOG-DATE.
013570     READ GREETING-MASTER-FILE
013580         INVALID KEY
013590             CONTINUE
013600         NOT INVALID KEY
013610             SET WS-ALREADY-GREETED TO TRUE
013620     END-READ.
013630     IF WS-EDIT-ONLY AND NOT WS-ALREADY-GREETED
013640         PERFORM 2410-CHECK-EDIT-REPEAT THRU 2410-EXIT
013650     END-IF.
013660     IF WS-ALREADY-GREETED
013670         ADD 1 TO WS-DUPLICATE-COUNT
013680         IF WS-EDIT-ONLY
013690             IF WS-SUSPENSE-REASON = SPACES
013700                 MOVE "ALREADY GREETED TODAY" TO
013710                     WS-SUSPENSE-REASON
013720             END-IF
013730             PERFORM 2400-NOTE-PRE-EDIT-EXCEPTION THRU 2400-EXIT
013740             GO TO 2140-EXIT
013750         END-IF
013760         MOVE SPACES TO PRINT-RECORD
013770         STRING "*** DUPLICATE - " DELIMITED BY SIZE
013780                 RI-EMPLOYEE-ID DELIMITED BY SIZE
013790                 " ALREADY GREETED TODAY ***" DELIMITED BY SIZE
013800             INTO PRINT-RECORD
013810         WRITE PRINT-RECORD
013820         IF WS-PRINT-STATUS NOT = "00"
013830             DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
013840                 WS-PRINT-STATUS
013850             MOVE 16 TO RETURN-CODE
013860             STOP RUN
013870         END-IF
013880     END-IF.
013890 2140-EXIT.
013900     EXIT.
013910*****************************************************************
013920* 2150-WRITE-MASTER - ADD THE GREETING JUST JOURNALLED TO THE
013930* KEYED GREETING MASTER SO LOOKUPS AND EXTRACTS CAN READ IT BY
013940* EMPLOYEE ID AND DATE.  STATUS 22 (RECORD ALREADY ON THE
013950* MASTER, E.G. A RESTARTED RUN RE-LAYING A KEY) IS TOLERATED -
013960* THE JOURNAL REMAINS THE COMPLETE RECORD OF EVERY GREETING.
013970*****************************************************************
013980 2150-WRITE-MASTER.
013990     MOVE GR-EMPLOYEE-ID TO GM-EMPLOYEE-ID.
014000     MOVE GR-LOG-DATE TO GM-LOG-DATE.
014010     MOVE GR-LOG-TIME TO GM-LOG-TIME.
014020     MOVE GR-USER-NAME TO GM-USER-NAME.
014030     MOVE GR-GREETING TO GM-GREETING.
014040     MOVE GR-DEPARTMENT TO GM-DEPARTMENT.
014050     MOVE GR-SHIFT TO GM-SHIFT.
014060     MOVE GR-SITE-CODE TO GM-SITE-CODE.
014070     WRITE GREETING-MASTER-RECORD.
014080     IF WS-MASTER-STATUS NOT = "00" AND
014090             WS-MASTER-STATUS NOT = "02" AND
014100             WS-MASTER-STATUS NOT = "22"
014110         DISPLAY "UNABLE TO WRITE GREETING-MASTER - STATUS "
014120             WS-MASTER-STATUS
014130         MOVE 16 TO RETURN-CODE
014140         STOP RUN
014150     END-IF.
014160 2150-EXIT.
014170     EXIT.
014180*****************************************************************
014190* 2160-PICK-GREETING - PICK THE GREETING WORDING FOR THIS
014200* ARRIVAL'S SHIFT AND DEPARTMENT FROM THE TABLE.  THE MOST
014210* SPECIFIC ENTRY WINS - EXACT SHIFT AND DEPARTMENT, THEN EXACT
014220* SHIFT WITH ANY DEPARTMENT, THEN ANY SHIFT WITH EXACT
014230* DEPARTMENT, THEN THE ALL-"*" DEFAULT ROW - AND A BUILT-IN
014240* "Hello" COVERS A TABLE WITH NO MATCH AT ALL.
014250*****************************************************************
014260 2160-PICK-GREETING.
014270     MOVE "Hello" TO WS-GREETING-TEXT.
014280     MOVE -1 TO WS-BEST-LEVEL.
014290     PERFORM 2165-SCORE-ONE-ENTRY THRU 2165-EXIT
014300         VARYING WS-GREET-INDEX FROM 1 BY 1
014310         UNTIL WS-GREET-INDEX > WS-GREET-COUNT.
014320     PERFORM 2170-TRIM-GREETING-TEXT THRU 2170-EXIT.
014330 2160-EXIT.
014340     EXIT.
014350*****************************************************************
014360* 2165-SCORE-ONE-ENTRY - SCORE ONE TABLE ENTRY AGAINST THIS
014370* ARRIVAL AND KEEP ITS TEXT WHEN IT IS THE BEST MATCH SO FAR.
014380* AN EXACT SHIFT COUNTS 2 AND AN EXACT DEPARTMENT 1, SO THE
014390* SPECIFICITY ORDER FALLS OUT OF THE ARITHMETIC.
014400*****************************************************************
014410 2165-SCORE-ONE-ENTRY.
014420     MOVE ZERO TO WS-MATCH-LEVEL.
014430     EVALUATE TRUE
014440         WHEN GTT-SITE-CODE (WS-GREET-INDEX) = RI-SITE-CODE
014450             ADD 8 TO WS-MATCH-LEVEL
014460         WHEN GTT-SITE-CODE (WS-GREET-INDEX) = "*"
014470             CONTINUE
014480         WHEN OTHER
014490             GO TO 2165-EXIT
014500     END-EVALUATE.
014510     EVALUATE TRUE
014520         WHEN GTT-RECORD-TYPE (WS-GREET-INDEX) = WS-PICK-TYPE
014530             ADD 4 TO WS-MATCH-LEVEL
014540         WHEN GTT-RECORD-TYPE (WS-GREET-INDEX) = "*"
014550             CONTINUE
014560         WHEN OTHER
014570             GO TO 2165-EXIT
014580     END-EVALUATE.
014590     EVALUATE TRUE
014600         WHEN GTT-SHIFT (WS-GREET-INDEX) = RI-SHIFT
014610             ADD 2 TO WS-MATCH-LEVEL
014620         WHEN GTT-SHIFT (WS-GREET-INDEX) = "*"
014630             CONTINUE
014640         WHEN OTHER
014650             GO TO 2165-EXIT
014660     END-EVALUATE.
014670     EVALUATE TRUE
014680         WHEN GTT-DEPARTMENT (WS-GREET-INDEX) = RI-DEPARTMENT
014690             ADD 1 TO WS-MATCH-LEVEL
014700         WHEN GTT-DEPARTMENT (WS-GREET-INDEX) (1:1) = "*"
014710             CONTINUE
014720         WHEN OTHER
014730             GO TO 2165-EXIT
014740     END-EVALUATE.
014750     IF WS-MATCH-LEVEL > WS-BEST-LEVEL
014760         MOVE WS-MATCH-LEVEL TO WS-BEST-LEVEL
014770         MOVE GTT-TEXT (WS-GREET-INDEX) TO WS-GREETING-TEXT
014780     END-IF.
014790 2165-EXIT.
014800     EXIT.
014810*****************************************************************
014820* 2170-TRIM-GREETING-TEXT - FIND THE LENGTH OF THE PICKED TEXT
014830* SO THE ", " AND THE NAME LAND RIGHT AFTER IT INSTEAD OF FORTY
014840* COLUMNS OUT.
014850*****************************************************************
014860 2170-TRIM-GREETING-TEXT.
014870     MOVE "N" TO WS-TRIM-DONE-SWITCH.
014880     MOVE 40 TO WS-TEXT-LEN.
014890     PERFORM 2175-TRIM-ONE-BYTE THRU 2175-EXIT
014900         UNTIL WS-TRIM-DONE OR WS-TEXT-LEN = ZERO.
014910     IF WS-TEXT-LEN = ZERO
014920         MOVE "Hello" TO WS-GREETING-TEXT
014930         MOVE 5 TO WS-TEXT-LEN
014940     END-IF.
014950 2170-EXIT.
014960     EXIT.
014970 2175-TRIM-ONE-BYTE.
014980     IF WS-GREETING-TEXT(WS-TEXT-LEN:1) = SPACE
014990         SUBTRACT 1 FROM WS-TEXT-LEN
015000     ELSE
015010         SET WS-TRIM-DONE TO TRUE
015020     END-IF.
015030 2175-EXIT.
015040     EXIT.
015050*****************************************************************
015060* 2200-CHECKPOINT - EVERY N RECORDS, SAVE THE CURRENT RECORD
015070* COUNT SO A RESTART DOES NOT HAVE TO REPROCESS THE WHOLE
015080* ROSTER.
015090*****************************************************************
015100 2200-CHECKPOINT.
015110     IF WS-EDIT-ONLY
015120         GO TO 2200-EXIT
015130     END-IF.
015140     DIVIDE WS-ROSTER-READ-COUNT BY WS-CHECKPOINT-INTERVAL
015150         GIVING WS-CHECKPOINT-QUOTIENT
015160         REMAINDER WS-CHECKPOINT-REMAINDER.
015170     IF WS-CHECKPOINT-REMAINDER = ZERO
015180         MOVE WS-ROSTER-READ-COUNT TO CK-RECORDS-PROCESSED
015190         MOVE WS-REJECT-COUNT TO CK-REJECT-COUNT
015200         MOVE WS-GREETING-WRITTEN-COUNT TO CK-GREETINGS-WRITTEN
015210         MOVE WS-SUSPENSE-COUNT TO CK-SUSPENSE-COUNT
015220         MOVE WS-DUPLICATE-COUNT TO CK-DUPLICATE-COUNT
015230         MOVE WS-VISITOR-COUNT TO CK-VISITOR-COUNT
015240         MOVE WS-CONTRACTOR-COUNT TO CK-CONTRACTOR-COUNT
015250         MOVE WS-HOLD-COUNT TO CK-HOLD-COUNT
015260         WRITE CHECKPOINT-RECORD
015270         IF WS-CHKPT-STATUS NOT = "00"
015280             DISPLAY "UNABLE TO WRITE CHECKPOINT RECORD - STATUS "
015290                 WS-CHKPT-STATUS
015300             MOVE 16 TO RETURN-CODE
015310             STOP RUN
015320         END-IF
015330     END-IF.
015340 2200-EXIT.
015350     EXIT.
015360*****************************************************************
015370* 2300-BADGE-VISITOR - GREET A VISITOR OR CONTRACTOR ARRIVAL
015380* WITH ITS OWN WORDING FROM THE GREETING TABLE AND LOG IT TO
015390* THE VISITOR BADGE LOG WITH HOST AND EXPECTED DEPARTURE.  THE
015400* HOST IS VALIDATED AGAINST THE HR EMPLOYEE MASTER FIRST - A
015410* BAD HOST DIVERTS THE ARRIVAL TO SUSPENSE - AND A CLEAN
015420* BADGE-IN WRITES THE HOST NOTIFICATION RECORD AND MARKS ITS
015430* VISITOR PRE-REGISTRATION ARRIVED.  AHEAD OF ALL OF THAT THE
015440* ARRIVAL IS SCREENED AGAINST THE WATCH LIST - A HIT IS HELD
015450* FOR SECURITY AND NEVER BADGED, DIVERTED, OR NOTIFIED - AND A
015460* CONTRACTOR IS CHECKED AGAINST THE CONTRACTOR COMPANY MASTER,
015470* WHERE A FAILURE DIVERTS THE ARRIVAL TO SUSPENSE.
015480* NON-EMPLOYEES NEVER TOUCH THE GREETING LOG OR MASTER, SO
015490* NOTHING HERE CAN LEAK INTO THE HR FEED.
015500*****************************************************************
015510 2300-BADGE-VISITOR.
015520     PERFORM 2310-CHECK-WATCH-LIST THRU 2310-EXIT.
015530     IF WS-WATCH-HIT
015540         PERFORM 2330-WRITE-SECURITY-HOLD THRU 2330-EXIT
015550         GO TO 2300-EXIT
015560     END-IF.
015570     IF RI-TYPE-CONTRACTOR AND WS-COMPANY-COUNT > ZERO
015580         PERFORM 2340-CHECK-CONTRACTOR THRU 2340-EXIT
015590         IF WS-SUSPENSE-REASON NOT = SPACES
015600             PERFORM 2130-WRITE-SUSPENSE THRU 2130-EXIT
015610             GO TO 2300-EXIT
015620         END-IF
015630     END-IF.
015640     PERFORM 2320-VALIDATE-HOST THRU 2320-EXIT.
015650     IF WS-SUSPENSE-REASON NOT = SPACES
015660         PERFORM 2130-WRITE-SUSPENSE THRU 2130-EXIT
015670         GO TO 2300-EXIT
015680     END-IF.
015690     IF WS-EDIT-ONLY
015700         IF RI-TYPE-VISITOR
015710             ADD 1 TO WS-VISITOR-COUNT
015720         ELSE
015730             ADD 1 TO WS-CONTRACTOR-COUNT
015740         END-IF
015750         GO TO 2300-EXIT
015760     END-IF.
015770     MOVE RI-RECORD-TYPE TO WS-PICK-TYPE.
015780     PERFORM 2160-PICK-GREETING THRU 2160-EXIT.
015790     MOVE SPACES TO VB-GREETING.
015800     STRING WS-GREETING-TEXT(1:WS-TEXT-LEN) DELIMITED BY SIZE
015810             ", " DELIMITED BY SIZE
015820             RI-USER-NAME DELIMITED BY "  "
015830         INTO VB-GREETING.
015840     MOVE VB-GREETING TO PRINT-RECORD.
015850     WRITE PRINT-RECORD.
015860     IF WS-PRINT-STATUS NOT = "00"
015870         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
015880             WS-PRINT-STATUS
015890         MOVE 16 TO RETURN-CODE
015900         STOP RUN
015910     END-IF.
015920     ACCEPT WS-CURRENT-TIME FROM TIME.
015930     MOVE RI-RECORD-TYPE TO VB-RECORD-TYPE.
015940     MOVE RI-USER-NAME TO VB-VISITOR-NAME.
015950     MOVE WS-CURRENT-DATE TO VB-LOG-DATE.
015960     MOVE WS-CURRENT-TIME TO VB-LOG-TIME.
015961     IF RI-ARRIVAL-TIME NOT = SPACES AND
015962             RI-ARRIVAL-TIME NOT = LOW-VALUE
015963         MOVE RI-ARRIVAL-TIME TO VB-LOG-TIME
015964     END-IF.
015970     MOVE RI-HOST-EMPLOYEE-ID TO VB-HOST-EMPLOYEE-ID.
015980     MOVE RI-EXPECTED-DEPARTURE TO VB-EXPECTED-DEPARTURE.
015990     MOVE RI-DEPARTMENT TO VB-DEPARTMENT.
016000     MOVE RI-SITE-CODE TO VB-SITE-CODE.
016010     WRITE VISITOR-BADGE-RECORD.
016020     IF WS-VISIT-STATUS NOT = "00"
016030         DISPLAY "UNABLE TO WRITE VISITOR LOG - STATUS "
016040             WS-VISIT-STATUS
016050         MOVE 16 TO RETURN-CODE
016060         STOP RUN
016070     END-IF.
016080     PERFORM 2350-WRITE-HOST-NOTIFY THRU 2350-EXIT.
016090     PERFORM 2360-MATCH-PREREGISTRATION THRU 2360-EXIT.
016100     IF RI-TYPE-VISITOR
016110         ADD 1 TO WS-VISITOR-COUNT
016120     ELSE
016130         ADD 1 TO WS-CONTRACTOR-COUNT
016140     END-IF.
016150 2300-EXIT.
016160     EXIT.
016170*****************************************************************
016180* 2310-CHECK-WATCH-LIST - SEARCH THE WATCH LIST TABLE FOR AN
016190* ENTRY IN FORCE ON THE BUSINESS DATE THAT NAMES THIS ARRIVAL.
016200* THE MATCHED ENTRY'S SUBSCRIPT STAYS IN WS-WATCH-INDEX FOR THE
016210* HOLD RECORD'S REASON CODE.
016220*****************************************************************
016230 2310-CHECK-WATCH-LIST.
016240     MOVE "N" TO WS-WATCH-HIT-SWITCH.
016250     MOVE WS-CURRENT-DATE TO WS-WATCH-DATE.
016260     MOVE RI-DEPARTMENT TO WS-WATCH-COMPANY.
016270     PERFORM 2315-MATCH-ONE-WATCH THRU 2315-EXIT
016280         VARYING WS-WATCH-INDEX FROM 1 BY 1
016290         UNTIL WS-WATCH-INDEX > WS-WATCH-COUNT
016300             OR WS-WATCH-HIT.
016310     IF WS-WATCH-HIT
016320         SUBTRACT 1 FROM WS-WATCH-INDEX
016330     END-IF.
016340 2310-EXIT.
016350     EXIT.
016360*****************************************************************
016370* 2315-MATCH-ONE-WATCH - COMPARE ONE WATCH LIST ENTRY TO THE
016380* ARRIVAL.  THE NAME MUST MATCH; THE ENTRY MUST BE IN FORCE ON
016390* THE BUSINESS DATE AND COVER THE ARRIVAL'S SITE; AND A LISTED
016400* COMPANY ONLY CLEARS THE ARRIVAL WHEN A DIFFERENT COMPANY WAS
016410* KEYED - A BLANK ONE IS STILL HELD.
016420*****************************************************************
016430 2315-MATCH-ONE-WATCH.
016440     IF WLT-VISITOR-NAME (WS-WATCH-INDEX) NOT = RI-USER-NAME
016450         GO TO 2315-EXIT
016460     END-IF.
016470     IF WLT-EFFECTIVE-DATE (WS-WATCH-INDEX) NOT = SPACES AND
016480             WLT-EFFECTIVE-DATE (WS-WATCH-INDEX) > WS-WATCH-DATE
016490         GO TO 2315-EXIT
016500     END-IF.
016510     IF WLT-EXPIRY-DATE (WS-WATCH-INDEX) NOT = SPACES AND
016520             WLT-EXPIRY-DATE (WS-WATCH-INDEX) < WS-WATCH-DATE
016530         GO TO 2315-EXIT
016540     END-IF.
016550     IF WLT-SITE-LIST (WS-WATCH-INDEX) NOT = SPACES AND
016560             WLT-SITE-CODE (WS-WATCH-INDEX, 1) NOT = RI-SITE-CODE
016570         AND WLT-SITE-CODE (WS-WATCH-INDEX, 2) NOT = RI-SITE-CODE
016580         AND WLT-SITE-CODE (WS-WATCH-INDEX, 3) NOT = RI-SITE-CODE
016590         AND WLT-SITE-CODE (WS-WATCH-INDEX, 4) NOT = RI-SITE-CODE
016600         GO TO 2315-EXIT
016610     END-IF.
016620     IF WLT-COMPANY (WS-WATCH-INDEX) NOT = SPACES AND
016630             WS-WATCH-COMPANY NOT = SPACES AND
016640             WLT-COMPANY (WS-WATCH-INDEX) NOT = WS-WATCH-COMPANY
016650         GO TO 2315-EXIT
016660     END-IF.
016670     SET WS-WATCH-HIT TO TRUE.
016680 2315-EXIT.
016690     EXIT.
016700*****************************************************************
016710* 2320-VALIDATE-HOST - READ THE HOST EMPLOYEE ID THE DESK KEYED
016720* FROM THE KEYED HR EMPLOYEE MASTER, THE SAME FILE
016730* 2120-VALIDATE-ARRIVAL READS.  LEAVES WS-SUSPENSE-REASON BLANK
016740* WHEN THE HOST IS A KNOWN, ACTIVE EMPLOYEE, OR SET TO THE
016750* REASON THE BADGE-IN MUST BE DIVERTED.  THE HOST'S DEPARTMENT
016760* IS KEPT IN WS-HOST-DEPARTMENT FOR THE NOTIFICATION.
016770*****************************************************************
016780 2320-VALIDATE-HOST.
016790     MOVE SPACES TO WS-SUSPENSE-REASON.
016800     MOVE SPACES TO WS-HOST-DEPARTMENT.
016810     MOVE "N" TO WS-HOST-FOUND-SWITCH.
016820     MOVE RI-HOST-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
016830     READ EMPLOYEE-MASTER-FILE
016840         INVALID KEY
016850             CONTINUE
016860         NOT INVALID KEY
016870             SET WS-HOST-FOUND TO TRUE
016880     END-READ.
016890     IF NOT WS-HOST-FOUND
016900         MOVE "HOST ID NOT ON MASTER" TO WS-SUSPENSE-REASON
016910         GO TO 2320-EXIT
016920     END-IF.
016930     MOVE EM-DEPARTMENT TO WS-HOST-DEPARTMENT.
016940     IF EM-TERMINATED
016950         MOVE "HOST EMPLOYEE TERMINATED" TO WS-SUSPENSE-REASON
016960     END-IF.
016970 2320-EXIT.
016980     EXIT.
016990*****************************************************************
017000* 2330-WRITE-SECURITY-HOLD - RECORD A WATCH LIST HIT ON THE
017010* SECURITY HOLD FILE AND THE GUARD STATION'S ALERT REPORT, AND
017020* FLAG IT ON THE GREETING REPORT.  NO BADGE IS ISSUED, SO
017030* NOTHING IS WRITTEN TO VISITLOG, HOSTNTFY, OR SUSPENSE.
017040*****************************************************************
017050 2330-WRITE-SECURITY-HOLD.
017060     IF WS-EDIT-ONLY
017070         ADD 1 TO WS-HOLD-COUNT
017080         MOVE "WATCH LIST - WOULD BE HELD" TO WS-SUSPENSE-REASON
017090         PERFORM 2400-NOTE-PRE-EDIT-EXCEPTION THRU 2400-EXIT
017100         GO TO 2330-EXIT
017110     END-IF.
017120     ACCEPT WS-CURRENT-TIME FROM TIME.
017130     MOVE RI-USER-NAME TO SH-VISITOR-NAME.
017140     MOVE RI-RECORD-TYPE TO SH-RECORD-TYPE.
017150     MOVE RI-DEPARTMENT TO SH-COMPANY.
017160     MOVE RI-HOST-EMPLOYEE-ID TO SH-HOST-EMPLOYEE-ID.
017170     MOVE RI-SITE-CODE TO SH-SITE-CODE.
017180     MOVE WS-CURRENT-DATE TO SH-HOLD-DATE.
017190     MOVE WS-CURRENT-TIME TO SH-HOLD-TIME.
017200     MOVE WLT-REASON-CODE (WS-WATCH-INDEX) TO SH-REASON-CODE.
017210     MOVE "HELLOBAT" TO SH-SOURCE-PROGRAM.
017220     WRITE SECURITY-HOLD-RECORD.
017230     IF WS-SECHOLD-STATUS NOT = "00"
017240         DISPLAY "UNABLE TO WRITE SECURITY HOLD - STATUS "
017250             WS-SECHOLD-STATUS
017260         MOVE 16 TO RETURN-CODE
017270         STOP RUN
017280     END-IF.
017290     IF NOT WS-ALERT-HEADING-DONE
017300         MOVE SPACES TO SECURITY-ALERT-RECORD
017310         STRING "---- SECURITY ALERTS - HELLOBAT BUSINESS DATE "
017320                 DELIMITED BY SIZE
017330                 WS-CURRENT-DATE DELIMITED BY SIZE
017340                 " ----" DELIMITED BY SIZE
017350             INTO SECURITY-ALERT-RECORD
017360         PERFORM 2335-WRITE-ALERT-LINE THRU 2335-EXIT
017370         MOVE "DATE     TIME     PROGRAM  T NAME" TO
017380             SECURITY-ALERT-RECORD
017390         MOVE "COMPANY" TO SECURITY-ALERT-RECORD (81:7)
017400         MOVE "HOST       SITE RC" TO
017410             SECURITY-ALERT-RECORD (102:18)
017420         PERFORM 2335-WRITE-ALERT-LINE THRU 2335-EXIT
017430         SET WS-ALERT-HEADING-DONE TO TRUE
017440     END-IF.
017450     MOVE SPACES TO SECURITY-ALERT-RECORD.
017460     STRING SH-HOLD-DATE DELIMITED BY SIZE
017470             " " DELIMITED BY SIZE
017480             SH-HOLD-TIME DELIMITED BY SIZE
017490             " " DELIMITED BY SIZE
017500             SH-SOURCE-PROGRAM DELIMITED BY SIZE
017510             " " DELIMITED BY SIZE
017520             SH-RECORD-TYPE DELIMITED BY SIZE
017530             " " DELIMITED BY SIZE
017540             SH-VISITOR-NAME DELIMITED BY SIZE
017550             " " DELIMITED BY SIZE
017560             SH-COMPANY DELIMITED BY SIZE
017570             " " DELIMITED BY SIZE
017580             SH-HOST-EMPLOYEE-ID DELIMITED BY SIZE
017590             " " DELIMITED BY SIZE
017600             SH-SITE-CODE DELIMITED BY SIZE
017610             "  " DELIMITED BY SIZE
017620             SH-REASON-CODE DELIMITED BY SIZE
017630         INTO SECURITY-ALERT-RECORD.
017640     PERFORM 2335-WRITE-ALERT-LINE THRU 2335-EXIT.
017650     MOVE SPACES TO PRINT-RECORD.
017660     STRING "*** SECURITY HOLD - NO BADGE ISSUED FOR "
017670             DELIMITED BY SIZE
017680             RI-USER-NAME DELIMITED BY "  "
017690             " - SEE SECALERT ***" DELIMITED BY SIZE
017700         INTO PRINT-RECORD.
017710     WRITE PRINT-RECORD.
017720     IF WS-PRINT-STATUS NOT = "00"
017730         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
017740             WS-PRINT-STATUS
017750         MOVE 16 TO RETURN-CODE
017760         STOP RUN
017770     END-IF.
017780     DISPLAY "SECURITY HOLD - " RI-USER-NAME.
017790     ADD 1 TO WS-HOLD-COUNT.
017800 2330-EXIT.
017810     EXIT.
017820*****************************************************************
017830* 2335-WRITE-ALERT-LINE - WRITE THE SECURITY ALERT RECORD AND
017840* CHECK THE STATUS.
017850*****************************************************************
017860 2335-WRITE-ALERT-LINE.
017870     WRITE SECURITY-ALERT-RECORD.
017880     IF WS-SECALERT-STATUS NOT = "00"
017890         DISPLAY "UNABLE TO WRITE SECURITY ALERT - STATUS "
017900             WS-SECALERT-STATUS
017910         MOVE 16 TO RETURN-CODE
017920         STOP RUN
017930     END-IF.
017940 2335-EXIT.
017950     EXIT.
017960*****************************************************************
017970* 2340-CHECK-CONTRACTOR - MATCH A CONTRACTOR BADGE-IN AGAINST THE
017980* CONTRACTOR COMPANY MASTER.  THE COMPANY KEYED IN THE DEPARTMENT
017990* FIELD MUST BE ON THE MASTER WITH A CONTRACT IN FORCE ON THE
018000* BUSINESS DATE THAT COVERS THE ARRIVAL'S SITE, AND THE COMPANY
018010* MUST HAVE AUTHORIZED THE WORKER BY NAME.  LEAVES
018020* WS-SUSPENSE-REASON BLANK WHEN ALL OF THAT HOLDS, OR SET TO THE
018030* REASON THE BADGE-IN MUST BE DIVERTED.
018040*****************************************************************
018050 2340-CHECK-CONTRACTOR.
018060     MOVE SPACES TO WS-SUSPENSE-REASON.
018070     MOVE WS-CURRENT-DATE TO WS-CNTR-DATE.
018080     MOVE "N" TO WS-CNTR-FOUND-SWITCH.
018090     PERFORM 2342-MATCH-ONE-COMPANY THRU 2342-EXIT
018100         VARYING WS-CO-INDEX FROM 1 BY 1
018110         UNTIL WS-CO-INDEX > WS-COMPANY-COUNT
018120             OR WS-CNTR-FOUND.
018130     IF WS-CNTR-FOUND
018140         SUBTRACT 1 FROM WS-CO-INDEX
018150     END-IF.
018160     IF NOT WS-CNTR-FOUND
018170         MOVE "COMPANY NOT ON CONTRACTOR MSTR" TO
018180             WS-SUSPENSE-REASON
018190         GO TO 2340-EXIT
018200     END-IF.
018210     IF CCT-CONTRACT-START (WS-CO-INDEX) NOT = SPACES AND
018220             CCT-CONTRACT-START (WS-CO-INDEX) > WS-CNTR-DATE
018230         MOVE "CONTRACT NOT YET STARTED" TO WS-SUSPENSE-REASON
018240         GO TO 2340-EXIT
018250     END-IF.
018260     IF CCT-CONTRACT-END (WS-CO-INDEX) NOT = SPACES AND
018270             CCT-CONTRACT-END (WS-CO-INDEX) < WS-CNTR-DATE
018280         MOVE "CONTRACT EXPIRED" TO WS-SUSPENSE-REASON
018290         GO TO 2340-EXIT
018300     END-IF.
018310     IF CCT-SITE-LIST (WS-CO-INDEX) NOT = SPACES AND
018320             CCT-SITE-CODE (WS-CO-INDEX, 1) NOT = RI-SITE-CODE
018330         AND CCT-SITE-CODE (WS-CO-INDEX, 2) NOT = RI-SITE-CODE
018340         AND CCT-SITE-CODE (WS-CO-INDEX, 3) NOT = RI-SITE-CODE
018350         AND CCT-SITE-CODE (WS-CO-INDEX, 4) NOT = RI-SITE-CODE
018360         MOVE "SITE NOT COVERED BY CONTRACT" TO WS-SUSPENSE-REASON
018370         GO TO 2340-EXIT
018380     END-IF.
018390     MOVE "N" TO WS-CNTR-FOUND-SWITCH.
018400     PERFORM 2344-MATCH-ONE-WORKER THRU 2344-EXIT
018410         VARYING WS-WORKER-INDEX FROM 1 BY 1
018420         UNTIL WS-WORKER-INDEX > WS-WORKER-COUNT
018430             OR WS-CNTR-FOUND.
018440     IF NOT WS-CNTR-FOUND
018450         MOVE "WORKER NOT LISTED FOR COMPANY" TO
018460             WS-SUSPENSE-REASON
018470     END-IF.
018480 2340-EXIT.
018490     EXIT.
018500*****************************************************************
018510* 2342-MATCH-ONE-COMPANY - COMPARE ONE COMPANY TABLE ENTRY TO THE
018520* COMPANY KEYED FOR THE ARRIVAL.
018530*****************************************************************
018540 2342-MATCH-ONE-COMPANY.
018550     IF CCT-COMPANY (WS-CO-INDEX) = RI-DEPARTMENT
018560         SET WS-CNTR-FOUND TO TRUE
018570     END-IF.
018580 2342-EXIT.
018590     EXIT.
018600*****************************************************************
018610* 2344-MATCH-ONE-WORKER - COMPARE ONE WORKER TABLE ENTRY TO THE
018620* ARRIVAL'S COMPANY AND NAME AS BADGED.
018630*****************************************************************
018640 2344-MATCH-ONE-WORKER.
018650     IF CWT-COMPANY (WS-WORKER-INDEX) = RI-DEPARTMENT
018660             AND CWT-WORKER-NAME (WS-WORKER-INDEX) = RI-USER-NAME
018670         SET WS-CNTR-FOUND TO TRUE
018680     END-IF.
018690 2344-EXIT.
018700     EXIT.
018710*****************************************************************
018720* 2350-WRITE-HOST-NOTIFY - WRITE ONE NOTIFICATION RECORD FOR
018730* THE BADGE-IN JUST LOGGED, WITH THE HOST'S DEPARTMENT TAKEN
018740* FROM THE HR MASTER RECORD THE VALIDATION READ.
018750*****************************************************************
018760 2350-WRITE-HOST-NOTIFY.
018770     MOVE RI-HOST-EMPLOYEE-ID TO HN-HOST-EMPLOYEE-ID.
018780     MOVE WS-HOST-DEPARTMENT TO HN-HOST-DEPARTMENT.
018790     MOVE RI-USER-NAME TO HN-VISITOR-NAME.
018800     MOVE VB-LOG-DATE TO HN-ARRIVAL-DATE.
018810     MOVE VB-LOG-TIME TO HN-ARRIVAL-TIME.
018820     MOVE RI-SITE-CODE TO HN-SITE-CODE.
018830     WRITE HOST-NOTIFY-RECORD.
018840     IF WS-HOSTNTFY-STATUS NOT = "00"
018850         DISPLAY "UNABLE TO WRITE HOST NOTIFY - STATUS "
018860             WS-HOSTNTFY-STATUS
018870         MOVE 16 TO RETURN-CODE
018880         STOP RUN
018890     END-IF.
018895     ADD 1 TO WS-HOST-NOTIFY-COUNT.
018900 2350-EXIT.
018910     EXIT.
018920*****************************************************************
018930* 2360-MATCH-PREREGISTRATION - READ THE PRE-REGISTRATION FOR
018940* THE BUSINESS DATE, THIS HOST, AND THE NAME AS BADGED.  A
018950* MATCH IS MARKED ARRIVED WITH THE BADGE TIME SO IT DROPS OFF
018960* THE NO-SHOW LIST; NO MATCH IS A WALK-IN, FLAGGED ON THE
018970* GREETING REPORT UNDER ITS GREETING LINE.  THE BADGE STANDS
018980* EITHER WAY.
018990*****************************************************************
019000 2360-MATCH-PREREGISTRATION.
019010     MOVE WS-CURRENT-DATE TO PR-EXPECTED-DATE.
019020     MOVE RI-HOST-EMPLOYEE-ID TO PR-HOST-EMPLOYEE-ID.
019030     MOVE RI-USER-NAME TO PR-VISITOR-NAME.
019040     READ PREREG-FILE
019050         INVALID KEY
019060             MOVE SPACES TO PRINT-RECORD
019070             STRING "*** WALK-IN - NO PRE-REGISTRATION FOR "
019080                     DELIMITED BY SIZE
019090                     RI-USER-NAME DELIMITED BY "  "
019100                     " ***" DELIMITED BY SIZE
019110                 INTO PRINT-RECORD
019120             WRITE PRINT-RECORD
019130             IF WS-PRINT-STATUS NOT = "00"
019140                 DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
019150                     WS-PRINT-STATUS
019160                 MOVE 16 TO RETURN-CODE
019170                 STOP RUN
019180             END-IF
019190             GO TO 2360-EXIT
019200     END-READ.
019210     IF PR-ARRIVED
019220         GO TO 2360-EXIT
019230     END-IF.
019240     SET PR-ARRIVED TO TRUE.
019250     MOVE VB-LOG-TIME TO PR-ARRIVAL-TIME.
019260     REWRITE PREREG-RECORD.
019270     IF WS-PREREG-STATUS NOT = "00"
019280         DISPLAY "UNABLE TO REWRITE PRE-REGISTRATION - STATUS "
019290             WS-PREREG-STATUS
019300         MOVE 16 TO RETURN-CODE
019310         STOP RUN
019320     END-IF.
019330 2360-EXIT.
019340     EXIT.
019350*****************************************************************
019360* 2400-NOTE-PRE-EDIT-EXCEPTION - LIST ONE ROSTER RECORD THE
019370* OVERNIGHT RUN WOULD NOT GREET OR BADGE ON THE PRE-EDIT REPORT,
019380* WITH ITS RECORD NUMBER IN THE ROSTER SO IT CAN BE FOUND AND
019390* FIXED, AND THE REASON FROM WS-SUSPENSE-REASON.  A VISITOR OR
019400* CONTRACTOR IS SHOWN BY ITS HOST'S ID.
019410*****************************************************************
019420 2400-NOTE-PRE-EDIT-EXCEPTION.
019430     MOVE WS-ROSTER-READ-COUNT TO WS-RECORD-EDIT.
019440     IF RI-TYPE-VISITOR OR RI-TYPE-CONTRACTOR
019450         MOVE RI-HOST-EMPLOYEE-ID TO WS-EDIT-ID
019460     ELSE
019470         MOVE RI-EMPLOYEE-ID TO WS-EDIT-ID
019480     END-IF.
019490     IF WS-EDIT-ID = LOW-VALUE
019500         MOVE SPACES TO WS-EDIT-ID
019510     END-IF.
019520     MOVE RI-USER-NAME TO WS-EDIT-NAME.
019530     IF WS-EDIT-NAME = LOW-VALUE
019540         MOVE SPACES TO WS-EDIT-NAME
019550     END-IF.
019560     MOVE SPACES TO PRINT-RECORD.
019570     STRING WS-RECORD-EDIT DELIMITED BY SIZE
019580             " " DELIMITED BY SIZE
019590             RI-RECORD-TYPE DELIMITED BY SIZE
019600             " " DELIMITED BY SIZE
019610             WS-EDIT-ID DELIMITED BY SIZE
019620             " " DELIMITED BY SIZE
019630             WS-EDIT-NAME DELIMITED BY SIZE
019640             "  " DELIMITED BY SIZE
019650             WS-SUSPENSE-REASON DELIMITED BY SIZE
019660         INTO PRINT-RECORD.
019670     PERFORM 2490-WRITE-PRINT-LINE THRU 2490-EXIT.
019680 2400-EXIT.
019690     EXIT.
019700*****************************************************************
019710* 2410-CHECK-EDIT-REPEAT - LOOK FOR THIS EMPLOYEE AMONG THE IDS
019720* THE PRE-EDIT HAS ALREADY COUNTED AS GREETED.  A HIT IS A REPEAT
019730* IN THE ROSTER, WHICH THE OVERNIGHT RUN WOULD SKIP AS A
019740* DUPLICATE; NO HIT ADDS THE ID TO THE TABLE.  ONCE THE TABLE IS
019750* FULL, LATER IDS GO UNCHECKED AND THE REPORT SAYS SO.
019760*****************************************************************
019770 2410-CHECK-EDIT-REPEAT.
019780     PERFORM 2415-MATCH-ONE-SEEN THRU 2415-EXIT
019790         VARYING WS-EDIT-SEEN-INDEX FROM 1 BY 1
019800         UNTIL WS-EDIT-SEEN-INDEX > WS-EDIT-SEEN-COUNT
019810             OR WS-ALREADY-GREETED.
019820     IF WS-ALREADY-GREETED
019830         MOVE "REPEATED EARLIER IN ROSTER" TO WS-SUSPENSE-REASON
019840         GO TO 2410-EXIT
019850     END-IF.
019860     IF WS-EDIT-SEEN-COUNT < WS-MAX-EDIT-SEEN
019870         ADD 1 TO WS-EDIT-SEEN-COUNT
019880         MOVE RI-EMPLOYEE-ID TO
019890             EGT-EMPLOYEE-ID (WS-EDIT-SEEN-COUNT)
019900     ELSE
019910         SET WS-EDIT-TABLE-FULL TO TRUE
019920     END-IF.
019930 2410-EXIT.
019940     EXIT.
019950 2415-MATCH-ONE-SEEN.
019960     IF EGT-EMPLOYEE-ID (WS-EDIT-SEEN-INDEX) = RI-EMPLOYEE-ID
019970         SET WS-ALREADY-GREETED TO TRUE
019980     END-IF.
019990 2415-EXIT.
020000     EXIT.
020010*****************************************************************
020020* 2490-WRITE-PRINT-LINE - WRITE ONE PRE-EDIT REPORT LINE ALREADY
020030* BUILT IN PRINT-RECORD.
020040*****************************************************************
020050 2490-WRITE-PRINT-LINE.
020060     WRITE PRINT-RECORD.
020070     IF WS-PRINT-STATUS NOT = "00"
020080         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
020090             WS-PRINT-STATUS
020100         MOVE 16 TO RETURN-CODE
020110         STOP RUN
020120     END-IF.
020130 2490-EXIT.
020140     EXIT.
020150*****************************************************************
020160* 8000-RECONCILE - COMPARE ROSTER RECORDS READ AGAINST
020170* GREETINGS WRITTEN PLUS REJECTS AND PRINT A CONTROL-TOTAL
020180* REPORT.  A MISMATCH SETS A NON-ZERO RETURN CODE.
020190* A PRE-EDIT PRINTS THE SAME TOTALS AS PROJECTED AND THEN CHECKS
020200* THE SUSPENSE RATE AGAINST ITS THRESHOLD.
020210*****************************************************************
020220 8000-RECONCILE.
020230     SUBTRACT WS-REJECT-COUNT FROM WS-ROSTER-READ-COUNT
020240         GIVING WS-EXPECTED-WRITTEN.
020250     SUBTRACT WS-SUSPENSE-COUNT FROM WS-EXPECTED-WRITTEN.
020260     SUBTRACT WS-DUPLICATE-COUNT FROM WS-EXPECTED-WRITTEN.
020270     SUBTRACT WS-VISITOR-COUNT FROM WS-EXPECTED-WRITTEN.
020280     SUBTRACT WS-CONTRACTOR-COUNT FROM WS-EXPECTED-WRITTEN.
020290     SUBTRACT WS-HOLD-COUNT FROM WS-EXPECTED-WRITTEN.
020300     SUBTRACT WS-GREETING-WRITTEN-COUNT FROM WS-EXPECTED-WRITTEN
020310         GIVING WS-CONTROL-DIFFERENCE.
020320     IF WS-EXPECTED-WRITTEN = WS-GREETING-WRITTEN-COUNT
020330         SET WS-CONTROL-BALANCED TO TRUE
020340     ELSE
020350         MOVE "N" TO WS-CONTROL-SWITCH
020360     END-IF.
020370     MOVE SPACES TO PRINT-RECORD.
020380     IF WS-EDIT-ONLY
020390         STRING "---- PROJECTED CONTROL TOTALS ----"
020400             DELIMITED BY SIZE INTO PRINT-RECORD
020410     ELSE
020420         STRING "---- CONTROL TOTALS ----" DELIMITED BY SIZE
020430             INTO PRINT-RECORD
020440     END-IF.
020450     WRITE PRINT-RECORD.
020460     IF WS-PRINT-STATUS NOT = "00"
020470         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
020480             WS-PRINT-STATUS
020490         MOVE 16 TO RETURN-CODE
020500         STOP RUN
020510     END-IF.
020520     MOVE "ROSTER RECORDS READ:    " TO WS-CONTROL-LABEL.
020530     MOVE WS-ROSTER-READ-COUNT TO WS-COUNT-EDIT.
020540     PERFORM 8100-PRINT-CONTROL-LINE THRU 8100-EXIT.
020550     MOVE "NAMES REJECTED:          " TO WS-CONTROL-LABEL.
020560     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
020570     PERFORM 8100-PRINT-CONTROL-LINE THRU 8100-EXIT.
020580     MOVE "DIVERTED TO SUSPENSE:    " TO WS-CONTROL-LABEL.
020590     MOVE WS-SUSPENSE-COUNT TO WS-COUNT-EDIT.
020600     PERFORM 8100-PRINT-CONTROL-LINE THRU 8100-EXIT.
020610     MOVE "DUPLICATES SKIPPED:      " TO WS-CONTROL-LABEL.
020620     MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT.
020630     PERFORM 8100-PRINT-CONTROL-LINE THRU 8100-EXIT.
020640     MOVE "VISITORS BADGED:         " TO WS-CONTROL-LABEL.
020650     MOVE WS-VISITOR-COUNT TO WS-COUNT-EDIT.
020660     PERFORM 8100-PRINT-CONTROL-LINE THRU 8100-EXIT.
020670     MOVE "CONTRACTORS BADGED:      " TO WS-CONTROL-LABEL.
020680     MOVE WS-CONTRACTOR-COUNT TO WS-COUNT-EDIT.
020690     PERFORM 8100-PRINT-CONTROL-LINE THRU 8100-EXIT.
020700     MOVE "SECURITY HOLDS:          " TO WS-CONTROL-LABEL.
020710     MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT.
020720     PERFORM 8100-PRINT-CONTROL-LINE THRU 8100-EXIT.
020730     IF WS-EDIT-ONLY
020740         MOVE "GREETINGS PROJECTED:     " TO WS-CONTROL-LABEL
020750     ELSE
020760         MOVE "GREETINGS WRITTEN:       " TO WS-CONTROL-LABEL
020770     END-IF.
020780     MOVE WS-GREETING-WRITTEN-COUNT TO WS-COUNT-EDIT.
020790     PERFORM 8100-PRINT-CONTROL-LINE THRU 8100-EXIT.
020800     MOVE "EXPECTED GREETINGS:      " TO WS-CONTROL-LABEL.
020810     MOVE WS-EXPECTED-WRITTEN TO WS-COUNT-EDIT.
020820     PERFORM 8100-PRINT-CONTROL-LINE THRU 8100-EXIT.
020830     MOVE SPACES TO PRINT-RECORD.
020840     IF WS-CONTROL-BALANCED
020850         STRING "CONTROL TOTALS BALANCE." DELIMITED BY SIZE
020860             INTO PRINT-RECORD
020870         WRITE PRINT-RECORD
020880         IF WS-PRINT-STATUS NOT = "00"
020890             DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
020900                 WS-PRINT-STATUS
020910             MOVE 16 TO RETURN-CODE
020920             STOP RUN
020930         END-IF
020940         DISPLAY "CONTROL TOTALS BALANCE."
020950     ELSE
020960         STRING "*** CONTROL TOTALS OUT OF BALANCE ***"
020970             DELIMITED BY SIZE INTO PRINT-RECORD
020980         WRITE PRINT-RECORD
020990         IF WS-PRINT-STATUS NOT = "00"
021000             DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
021010                 WS-PRINT-STATUS
021020             MOVE 16 TO RETURN-CODE
021030             STOP RUN
021040         END-IF
021050         MOVE "EXPECTED MINUS WRITTEN:  " TO WS-CONTROL-LABEL
021060         MOVE WS-CONTROL-DIFFERENCE TO WS-DIFF-EDIT
021070         MOVE SPACES TO PRINT-RECORD
021080         STRING WS-CONTROL-LABEL DELIMITED BY SIZE
021090                 WS-DIFF-EDIT DELIMITED BY SIZE
021100             INTO PRINT-RECORD
021110         WRITE PRINT-RECORD
021120         IF WS-PRINT-STATUS NOT = "00"
021130             DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
021140                 WS-PRINT-STATUS
021150             MOVE 16 TO RETURN-CODE
021160             STOP RUN
021170         END-IF
021180         DISPLAY "*** CONTROL TOTALS OUT OF BALANCE ***"
021190         DISPLAY "EXPECTED MINUS WRITTEN: " WS-DIFF-EDIT
021200         MOVE 8 TO RETURN-CODE
021210     END-IF.
021220     IF WS-EDIT-ONLY
021230         PERFORM 8200-CHECK-SUSPENSE-RATE THRU 8200-EXIT
021240     END-IF.
021250 8000-EXIT.
021260     EXIT.
021270*****************************************************************
021280* 8100-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
021290* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT TO THE PRINT FILE.
021300*****************************************************************
021310 8100-PRINT-CONTROL-LINE.
021320     MOVE SPACES TO PRINT-RECORD.
021330     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
021340             WS-COUNT-EDIT DELIMITED BY SIZE
021350         INTO PRINT-RECORD.
021360     WRITE PRINT-RECORD.
021370     IF WS-PRINT-STATUS NOT = "00"
021380         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
021390             WS-PRINT-STATUS
021400         MOVE 16 TO RETURN-CODE
021410         STOP RUN
021420     END-IF.
021430 8100-EXIT.
021440     EXIT.
021450*****************************************************************
021460* 8200-CHECK-SUSPENSE-RATE - ON A PRE-EDIT, PRINT THE SHARE OF THE
021470* ROSTER THE OVERNIGHT RUN WOULD DIVERT TO SUSPENSE AGAINST THE
021480* THRESHOLD FROM THE PARM.  OVER THE THRESHOLD ENDS THE RUN WITH
021490* RETURN CODE 8 SO THE SCHEDULER HOLDS THE OVERNIGHT JOB UNTIL THE
021500* ROSTER IS FIXED; ANY SUSPENSE OR REJECT WITHIN THE THRESHOLD
021510* ENDS WITH 4 SO THE EXCEPTIONS STILL GET LOOKED AT.
021520*****************************************************************
021530 8200-CHECK-SUSPENSE-RATE.
021540     MOVE ZERO TO WS-SUSPENSE-RATE.
021550     IF WS-ROSTER-READ-COUNT > ZERO
021560         COMPUTE WS-SUSPENSE-RATE ROUNDED =
021570             WS-SUSPENSE-COUNT * 100 / WS-ROSTER-READ-COUNT
021580     END-IF.
021590     MOVE WS-SUSPENSE-RATE TO WS-RATE-EDIT.
021600     MOVE SPACES TO PRINT-RECORD.
021610     STRING "SUSPENSE RATE PERCENT:   " DELIMITED BY SIZE
021620             WS-RATE-EDIT DELIMITED BY SIZE
021630         INTO PRINT-RECORD.
021640     PERFORM 2490-WRITE-PRINT-LINE THRU 2490-EXIT.
021650     MOVE WS-SUSPENSE-THRESHOLD TO WS-RATE-EDIT.
021660     MOVE SPACES TO PRINT-RECORD.
021670     STRING "HOLD THRESHOLD PERCENT:  " DELIMITED BY SIZE
021680             WS-RATE-EDIT DELIMITED BY SIZE
021690         INTO PRINT-RECORD.
021700     PERFORM 2490-WRITE-PRINT-LINE THRU 2490-EXIT.
021710     IF WS-EDIT-TABLE-FULL
021720         MOVE WS-MAX-EDIT-SEEN TO WS-COUNT-EDIT
021730         MOVE SPACES TO PRINT-RECORD
021740         STRING "NOTE - ROSTER REPEATS CHECKED FOR THE FIRST"
021750                 DELIMITED BY SIZE
021760                 WS-COUNT-EDIT DELIMITED BY SIZE
021770                 " EMPLOYEES ONLY" DELIMITED BY SIZE
021780             INTO PRINT-RECORD
021790         PERFORM 2490-WRITE-PRINT-LINE THRU 2490-EXIT
021800     END-IF.
021810     MOVE SPACES TO PRINT-RECORD.
021820     IF WS-SUSPENSE-RATE > WS-SUSPENSE-THRESHOLD
021830         STRING "*** SUSPENSE RATE OVER THRESHOLD - HOLD THE "
021840                 DELIMITED BY SIZE
021850                 "OVERNIGHT RUN ***" DELIMITED BY SIZE
021860             INTO PRINT-RECORD
021870         PERFORM 2490-WRITE-PRINT-LINE THRU 2490-EXIT
021880         DISPLAY "*** SUSPENSE RATE OVER THRESHOLD - HOLD THE "
021890             "OVERNIGHT RUN ***"
021900         MOVE 8 TO RETURN-CODE
021910         GO TO 8200-EXIT
021920     END-IF.
021930     IF WS-SUSPENSE-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
021940         STRING "EXCEPTIONS WITHIN THRESHOLD - OVERNIGHT RUN MAY "
021950                 DELIMITED BY SIZE
021960                 "PROCEED." DELIMITED BY SIZE
021970             INTO PRINT-RECORD
021980         PERFORM 2490-WRITE-PRINT-LINE THRU 2490-EXIT
021990         DISPLAY "EXCEPTIONS WITHIN THRESHOLD"
022000         IF RETURN-CODE < 4
022010             MOVE 4 TO RETURN-CODE
022020         END-IF
022030     ELSE
022040         STRING "NO EXCEPTIONS - ROSTER IS CLEAN."
022050                 DELIMITED BY SIZE
022060             INTO PRINT-RECORD
022070         PERFORM 2490-WRITE-PRINT-LINE THRU 2490-EXIT
022080     END-IF.
022090 8200-EXIT.
022100     EXIT.
022110*****************************************************************
022120* 9000-TERMINATE - CLOSE THE FILES.
022130* A PRE-EDIT OPENED ONLY ITS INPUTS AND THE PRINT FILE, AND
022140* LEAVES THE CHECKPOINT ALONE - COUNTS ON THE CONSOLE AND ON
022150* RUNHIST ARE THE PROJECTED ONES.  ONLY A REAL RUN APPENDS ITS
022155* HANDOFF COUNTS TO CTLCNTS.
022160*****************************************************************
022170 9000-TERMINATE.
022180     CLOSE ROSTER-FILE.
022190     CLOSE GREETING-MASTER-FILE.
022200     CLOSE EMPLOYEE-MASTER-FILE.
022210     CLOSE PRINT-FILE.
022220     IF WS-EDIT-ONLY
022230         DISPLAY "PRE-EDIT ONLY - NOTHING WRITTEN, COUNTS ARE "
022240             "PROJECTED"
022250     ELSE
022260         CLOSE GREETING-LOG-FILE
022270         CLOSE SUSPENSE-FILE
022280         CLOSE SUSPENSE-DATA-FILE
022290         CLOSE VISITOR-LOG-FILE
022300         CLOSE HOST-NOTIFY-FILE
022310         CLOSE PREREG-FILE
022320         CLOSE SECURITY-HOLD-FILE
022330         CLOSE SECURITY-ALERT-FILE
022340         CLOSE CHECKPOINT-FILE
022350         PERFORM 9100-RESET-CHECKPOINT THRU 9100-EXIT
022355         PERFORM 9600-WRITE-CONTROL-COUNTS THRU 9600-EXIT
022360     END-IF.
022370     DISPLAY "ROSTER RECORDS READ: " WS-ROSTER-READ-COUNT.
022380     DISPLAY "GREETINGS WRITTEN:   " WS-GREETING-WRITTEN-COUNT.
022390     DISPLAY "NAMES REJECTED:      " WS-REJECT-COUNT.
022400     DISPLAY "DIVERTED TO SUSPENSE: " WS-SUSPENSE-COUNT.
022410     DISPLAY "DUPLICATES SKIPPED:  " WS-DUPLICATE-COUNT.
022420     DISPLAY "VISITORS BADGED:     " WS-VISITOR-COUNT.
022430     DISPLAY "CONTRACTORS BADGED:  " WS-CONTRACTOR-COUNT.
022440     DISPLAY "SECURITY HOLDS:      " WS-HOLD-COUNT.
022450     MOVE "E" TO WS-RH-ENTRY-TYPE.
022460     MOVE WS-ROSTER-READ-COUNT TO WS-RH-READ.
022470     COMPUTE WS-RH-WRITTEN = WS-GREETING-WRITTEN-COUNT +
022480         WS-VISITOR-COUNT + WS-CONTRACTOR-COUNT.
022490     COMPUTE WS-RH-REJECTED = WS-REJECT-COUNT +
022500         WS-SUSPENSE-COUNT + WS-DUPLICATE-COUNT + WS-HOLD-COUNT.
022510     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
022520 9000-EXIT.
022530     EXIT.
022540*****************************************************************
022550* 9100-RESET-CHECKPOINT - THE ROSTER WAS READ TO END OF FILE, SO
022560* THE CHECKPOINT FILE HAS SERVED ITS PURPOSE FOR THIS RUN.
022570* REOPEN IT OUTPUT AND CLOSE IT RIGHT BACK AGAIN TO LEAVE IT
022580* EMPTY - OTHERWISE TOMORROW'S RUN WOULD FIND TODAY'S LAST
022590* CHECKPOINT RECORD STILL SITTING THERE AND AUTO-RESUME A ROSTER
022600* THAT HAS ALREADY BEEN FINISHED.  ON A DISP=MOD DATASET THIS
022610* OPEN OUTPUT DOES NOT PHYSICALLY TRUNCATE, SO HELLOBAT.JCL ALSO
022620* CARRIES A STEP THAT DELETES AND REALLOCATES CHKPOINT AFTER A
022630* CLEAN RUN - THIS PARAGRAPH STAYS AS A SECOND LINE OF DEFENSE
022640* FOR ANY INVOCATION THAT DOES NOT GO THROUGH THAT JCL.
022650*****************************************************************
022660 9100-RESET-CHECKPOINT.
022670     OPEN OUTPUT CHECKPOINT-FILE.
022680     IF WS-CHKPT-STATUS NOT = "00"
022690         DISPLAY "UNABLE TO RESET CHECKPOINT FILE - STATUS "
022700             WS-CHKPT-STATUS
022710         MOVE 16 TO RETURN-CODE
022720         STOP RUN
022730     END-IF.
022740     CLOSE CHECKPOINT-FILE.
022750 9100-EXIT.
022760     EXIT.
022770*****************************************************************
022780* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
022790* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
022800* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
022810* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
022820* POINT.
022830*****************************************************************
022840 9500-WRITE-RUN-HISTORY.
022850     OPEN EXTEND RUN-HISTORY-FILE.
022860     IF WS-RUNHIST-STATUS NOT = "00" AND
022870             WS-RUNHIST-STATUS NOT = "05"
022880         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
022890             WS-RUNHIST-STATUS
022900         MOVE 16 TO RETURN-CODE
022910         STOP RUN
022920     END-IF.
022930     MOVE WS-RH-PROGRAM-NAME TO RH-PROGRAM-NAME.
022940     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
022950     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
022960     ACCEPT WS-RH-TIME FROM TIME.
022970     MOVE WS-RH-DATE TO RH-RUN-DATE.
022980     MOVE WS-RH-TIME TO RH-RUN-TIME.
022990     MOVE WS-RH-READ TO RH-RECORDS-READ.
023000     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
023010     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
023020     MOVE RETURN-CODE TO RH-RETURN-CODE.
023030     WRITE RUN-HISTORY-RECORD.
023040     IF WS-RUNHIST-STATUS NOT = "00"
023050         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
023060             WS-RUNHIST-STATUS
023070         MOVE 16 TO RETURN-CODE
023080         STOP RUN
023090     END-IF.
023100     CLOSE RUN-HISTORY-FILE.
023110 9500-EXIT.
023120     EXIT.
023130*****************************************************************
023140* 9600-WRITE-CONTROL-COUNTS - APPEND THIS RUN'S HANDOFF COUNTS
023150* FOR THE BUSINESS DATE TO THE SHARED CONTROL-COUNT DATASET, FOR
023160* THE NITEBAL BALANCING SHEET.  THE COUNTS ARE THIS RUN'S OWN -
023170* ON A RESTART, THE CHECKPOINTED COUNTS FROM BEFORE THE ABEND.
023180*****************************************************************
023190 9600-WRITE-CONTROL-COUNTS.
023200     OPEN EXTEND CONTROL-COUNT-FILE.
023210     IF WS-CTLCNTS-STATUS NOT = "00" AND
023220             WS-CTLCNTS-STATUS NOT = "05"
023230         DISPLAY "UNABLE TO OPEN CONTROL COUNTS - STATUS "
023240             WS-CTLCNTS-STATUS
023250         MOVE 16 TO RETURN-CODE
023260         STOP RUN
023270     END-IF.
023280     MOVE "EMPGREET" TO WS-CC-COUNT-NAME.
023290     MOVE WS-GREETING-WRITTEN-COUNT TO WS-CC-COUNT-VALUE.
023300     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
023310     MOVE "BADGEINS" TO WS-CC-COUNT-NAME.
023320     COMPUTE WS-CC-COUNT-VALUE = WS-VISITOR-COUNT +
023330         WS-CONTRACTOR-COUNT.
023340     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
023350     MOVE "HOSTNTFY" TO WS-CC-COUNT-NAME.
023360     MOVE WS-HOST-NOTIFY-COUNT TO WS-CC-COUNT-VALUE.
023370     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
023380     CLOSE CONTROL-COUNT-FILE.
023390 9600-EXIT.
023400     EXIT.
023410*****************************************************************
023420* 9610-WRITE-ONE-COUNT - WRITE ONE NAMED COUNT FROM
023430* WS-CC-COUNT-NAME AND WS-CC-COUNT-VALUE.
023440*****************************************************************
023450 9610-WRITE-ONE-COUNT.
023460     MOVE WS-RH-PROGRAM-NAME TO CC-PROGRAM-NAME.
023470     MOVE WS-CURRENT-DATE TO CC-BUSINESS-DATE.
023480     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
023490     ACCEPT WS-RH-TIME FROM TIME.
023500     MOVE WS-RH-DATE TO CC-RUN-DATE.
023510     MOVE WS-RH-TIME TO CC-RUN-TIME.
023520     MOVE WS-CC-COUNT-NAME TO CC-COUNT-NAME.
023530     MOVE WS-CC-COUNT-VALUE TO CC-COUNT-VALUE.
023540     WRITE CONTROL-COUNT-RECORD.
023550     IF WS-CTLCNTS-STATUS NOT = "00"
023560         DISPLAY "UNABLE TO WRITE CONTROL COUNTS - STATUS "
023570             WS-CTLCNTS-STATUS
023580         MOVE 16 TO RETURN-CODE
023590         STOP RUN
023600     END-IF.
023610 9610-EXIT.
023620     EXIT.
