001010*                   SALUTATION CAN NO LONGER PUSH THE END OF A
001020*                   NAME PAST THE X(60) GREETING.  RESEQUENCED
001030*                   THE SOURCE SO COLUMNS 1-6 ASCEND AGAIN.
001040*   2026-09-02  JH  ASK THE SITE AT INTAKE FOR THE ANNEX
001050*                   BUILDING AND CARRY IT TO THE GREETING LOG,
001060*                   THE KEYED MASTER, AND THE VISITOR BADGE
001070*                   LOG, THE SAME AS HELLOBAT.  A BLANK ENTRY
001080*                   READS AS THE MAIN BUILDING (HQ).  THE
001090*                   GREETING TABLE GAINS A SITE COLUMN - AN
001100*                   EXACT SITE OUTRANKS TYPE, SHIFT, AND
001110*                   DEPARTMENT IN THE WORDING MATCH.
001120*   2026-09-02  JH  VALIDATE THE HOST EMPLOYEE ON A VISITOR OR
001130*                   CONTRACTOR BADGE-IN AGAINST THE HR MASTER
001140*                   TABLE - A TYPO'D OR TERMINATED HOST IS
001150*                   TURNED AWAY WITH THE REASON DISPLAYED, THE
001160*                   SAME WAY EMPLOYEE ARRIVALS ARE - AND WRITE
001170*                   THE HOSTNTFY NOTIFICATION RECORD (LAYOUT IN
001180*                   HOSTNREC.CPY) PER CLEAN BADGE-IN SO THE
001190*                   MAILROOM SYSTEM CAN TELL THE HOST THEIR
001200*                   VISITOR IS WAITING.
001210*   2026-10-15  JH  MATCH EVERY CLEAN VISITOR OR CONTRACTOR
001220*                   BADGE-IN TO ITS ENTRY ON THE KEYED VISITOR
001230*                   PRE-REGISTRATION FILE (PREREG, LAYOUT IN
001240*                   PREGREC.CPY) BY TODAY'S DATE, HOST, AND NAME
001250*                   AND MARK IT ARRIVED WITH THE BADGE TIME, SO
001260*                   PREGRPT CAN LIST THE NO-SHOWS.  A BADGE-IN
001270*                   WITH NO PRE-REGISTRATION IS STILL BADGED, BUT
001280*                   IS TOLD TO THE OPERATOR AS A WALK-IN AND
001290*                   COUNTED.  RESEQUENCED THE SOURCE SO COLUMNS
001300*                   1-6 ASCEND AGAIN.
001310*   2026-10-15  JH  SCREEN EVERY VISITOR OR CONTRACTOR BADGE-IN
001320*                   AGAINST SECURITY'S DENIED-ENTRY WATCH LIST
001330*                   (WATCHLST, LAYOUT IN WATCHREC.CPY), LOADED
001340*                   AT START-UP, BEFORE THE HOST IS VALIDATED.
001350*                   A HIT ISSUES NO BADGE AND WRITES NOTHING TO
001360*                   VISITLOG OR HOSTNTFY - THE OPERATOR IS TOLD
001370*                   TO CALL THE GUARD STATION, AND THE HOLD IS
001380*                   WRITTEN TO THE SECURITY HOLD FILE (SECHOLD,
001390*                   LAYOUT IN SECHREC.CPY) AND THE SECURITY
001400*                   ALERT REPORT (SECALERT).  RESEQUENCED THE
001410*                   SOURCE SO COLUMNS 1-6 ASCEND AGAIN.
001420*   2026-10-15  JH  CHECK EVERY CONTRACTOR BADGE-IN AGAINST
001430*                   FACILITIES' CONTRACTOR COMPANY MASTER
001440*                   (CNTRMAST, LAYOUT IN CNTRREC.CPY), LOADED AT
001450*                   START-UP, AFTER THE WATCH LIST SCREEN AND
001460*                   BEFORE THE HOST IS VALIDATED - THE SAME EDITS
001470*                   HELLOBAT APPLIES.  A COMPANY NOT ON THE
001480*                   MASTER, A CONTRACT NOT IN FORCE TODAY, A SITE
001490*                   THE CONTRACT DOES NOT COVER, OR A WORKER THE
001500*                   COMPANY HAS NOT AUTHORIZED IS NOT BADGED - THE
001510*                   OPERATOR IS TOLD WHY AND TO REFER THE
001520*                   CONTRACTOR TO FACILITIES, AND THE ARRIVAL IS
001530*                   COUNTED AS DIVERTED.  WHILE THE MASTER HOLDS
001540*                   NO COMPANIES THE CHECK IS SKIPPED.
001550*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6 ASCEND
001555*                   AGAIN.
001560*   2026-10-15  JH  READ THE HR EMPLOYEE MASTER BY KEY FROM THE
001570*                   KEYED COPY (EMPKSDS) THE OVERNIGHT JOB NOW
001580*                   LOADS, INSTEAD OF LOADING THE WHOLE FEED INTO
001590*                   EMP-MASTER-TABLE AT START-UP.  THE DESK COMES
001600*                   UP WITHOUT THE LOAD, AND THE TABLE-SIZE
001610*                   CEILING ON HEADCOUNT IS GONE.  THE MASTER IS
001620*                   OPENED AND CLOSED AROUND EACH LOOKUP, THE SAME
001630*                   AS THE GREETING MASTER, SO AN OPEN DESK
001640*                   SESSION DOES NOT HOLD IT AGAINST THE OVERNIGHT
001650*                   RELOAD.  RESEQUENCED THE SOURCE SO COLUMNS 1-6
001660*                   ASCEND AGAIN.
001661*   2026-10-15  JH  POST A COUNT OF ONE TO THE SHARED
001662*                   CONTROL-COUNT DATASET (CTLCNTS, LAYOUT IN
001663*                   CTLCREC) FOR EACH GREETING LOGGED, EACH
001664*                   BADGE-IN, AND EACH HOST NOTIFICATION, UNDER
001665*                   THE SESSION'S DATE, SO THE NITEBAL BALANCING
001666*                   SHEET SEES THE DESK'S SHARE OF WHAT THE
001667*                   NIGHTLY SUITE HANDS ON.  OPENED AND CLOSED
001668*                   AROUND EACH WRITE, THE SAME AS THE LOGS.
001670*****************************************************************
001680 ENVIRONMENT DIVISION.
001690 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001710     SELECT OPTIONAL GREETING-LOG-FILE ASSIGN TO "GREETLOG"
001720         ORGANIZATION IS SEQUENTIAL
001730         FILE STATUS IS WS-LOG-STATUS.
001740     SELECT OPTIONAL GREETING-MASTER-FILE ASSIGN TO "GREETMST"
001750         ORGANIZATION IS INDEXED
001760         ACCESS MODE IS DYNAMIC
001770         RECORD KEY IS GM-MASTER-KEY
001780         ALTERNATE RECORD KEY IS GM-LOG-DATE WITH DUPLICATES
001790         FILE STATUS IS WS-MASTER-STATUS.
001800     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPKSDS"
001810         ORGANIZATION IS INDEXED
001820         ACCESS MODE IS DYNAMIC
001830         RECORD KEY IS EM-EMPLOYEE-ID
001840         FILE STATUS IS WS-EMPMAST-STATUS.
001850     SELECT OPTIONAL GREETING-TABLE-FILE ASSIGN TO "GREETTAB"
001860         ORGANIZATION IS SEQUENTIAL
001870         FILE STATUS IS WS-GRTAB-STATUS.
001880     SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITLOG"
001890         ORGANIZATION IS SEQUENTIAL
001900         FILE STATUS IS WS-VISIT-STATUS.
001910     SELECT OPTIONAL HOST-NOTIFY-FILE ASSIGN TO "HOSTNTFY"
001920         ORGANIZATION IS SEQUENTIAL
001930         FILE STATUS IS WS-HOSTNTFY-STATUS.
001940     SELECT OPTIONAL PREREG-FILE ASSIGN TO "PREREG"
001950         ORGANIZATION IS INDEXED
001960         ACCESS MODE IS RANDOM
001970         RECORD KEY IS PR-PREREG-KEY
001980         FILE STATUS IS WS-PREREG-STATUS.
001990     SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO "WATCHLST"
002000         ORGANIZATION IS SEQUENTIAL
002010         FILE STATUS IS WS-WATCH-STATUS.
002020     SELECT OPTIONAL CONTRACTOR-MASTER-FILE ASSIGN TO "CNTRMAST"
002030         ORGANIZATION IS SEQUENTIAL
002040         FILE STATUS IS WS-CNTR-STATUS.
002050     SELECT OPTIONAL SECURITY-HOLD-FILE ASSIGN TO "SECHOLD"
002060         ORGANIZATION IS SEQUENTIAL
002070         FILE STATUS IS WS-SECHOLD-STATUS.
002080     SELECT OPTIONAL SECURITY-ALERT-FILE ASSIGN TO "SECALERT"
002090         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-SECALERT-STATUS.
002102     SELECT OPTIONAL CONTROL-COUNT-FILE ASSIGN TO "CTLCNTS"
002104         ORGANIZATION IS SEQUENTIAL
002106         FILE STATUS IS WS-CTLCNTS-STATUS.
002110 DATA DIVISION.
002120 FILE SECTION.
002130 FD  GREETING-LOG-FILE
002140     LABEL RECORDS ARE STANDARD.
002150     COPY GREETREC.
002160 FD  GREETING-MASTER-FILE
002170     LABEL RECORDS ARE STANDARD.
002180     COPY GREETMST.
002190 FD  EMPLOYEE-MASTER-FILE
002200     LABEL RECORDS ARE STANDARD.
002210     COPY EMPMREC.
002220 FD  GREETING-TABLE-FILE
002230     LABEL RECORDS ARE STANDARD.
002240     COPY GRETTAB.
002250 FD  VISITOR-LOG-FILE
002260     LABEL RECORDS ARE STANDARD.
002270     COPY VISITREC.
002280 FD  HOST-NOTIFY-FILE
002290     LABEL RECORDS ARE STANDARD.
002300     COPY HOSTNREC.
002310 FD  PREREG-FILE
002320     LABEL RECORDS ARE STANDARD.
002330     COPY PREGREC.
002340 FD  WATCH-LIST-FILE
002350     LABEL RECORDS ARE STANDARD.
002360     COPY WATCHREC.
002370 FD  CONTRACTOR-MASTER-FILE
002380     LABEL RECORDS ARE STANDARD.
002390     COPY CNTRREC.
002400 FD  SECURITY-HOLD-FILE
002410     LABEL RECORDS ARE STANDARD.
002420     COPY SECHREC.
002430 FD  SECURITY-ALERT-FILE
002440     LABEL RECORDS ARE STANDARD.
002450 01  SECURITY-ALERT-RECORD           PIC X(132).
002452 FD  CONTROL-COUNT-FILE
002454     LABEL RECORDS ARE STANDARD.
002456     COPY CTLCREC.
002460 WORKING-STORAGE SECTION.
002470 77  WS-EMPLOYEE-ID              PIC X(10).
002480 77  WS-DEPARTMENT               PIC X(20).
002490 77  WS-SHIFT                    PIC X(01).
002500 77  WS-RECORD-TYPE              PIC X(01).
002510     88  WS-TYPE-EMPLOYEE            VALUE "E" " ".
002520     88  WS-TYPE-VISITOR             VALUE "V".
002530     88  WS-TYPE-CONTRACTOR          VALUE "C".
002540 77  WS-HOST-EMPLOYEE-ID         PIC X(10).
002550 77  WS-EXPECTED-DEPARTURE       PIC X(08).
002560 77  WS-SITE-CODE                PIC X(03).
002570 77  WS-VISIT-STATUS             PIC X(02) VALUE "00".
002580 77  WS-HOSTNTFY-STATUS          PIC X(02) VALUE "00".
002590 77  WS-HOST-DEPARTMENT          PIC X(20) VALUE SPACES.
002600 77  WS-HOST-FOUND-SWITCH        PIC X(01) VALUE "N".
002610     88  WS-HOST-FOUND               VALUE "Y".
002620 77  WS-PREREG-STATUS            PIC X(02) VALUE "00".
002630 77  WS-WALKIN-COUNT             PIC 9(05) COMP VALUE ZERO.
002640 77  WS-WATCH-STATUS             PIC X(02) VALUE "00".
002650 77  WS-SECHOLD-STATUS           PIC X(02) VALUE "00".
002660 77  WS-SECALERT-STATUS          PIC X(02) VALUE "00".
002670 77  WS-WATCH-EOF-SWITCH         PIC X(01) VALUE "N".
002680     88  WS-WATCH-EOF                VALUE "Y".
002690 77  WS-WATCH-HIT-SWITCH         PIC X(01) VALUE "N".
002700     88  WS-WATCH-HIT                VALUE "Y".
002710 77  WS-ALERT-HEADING-SWITCH     PIC X(01) VALUE "N".
002720     88  WS-ALERT-HEADING-DONE       VALUE "Y".
002730 77  WS-WATCH-COUNT              PIC 9(05) COMP VALUE ZERO.
002740 77  WS-MAX-WATCH                PIC 9(05) COMP VALUE 500.
002750 77  WS-WATCH-INDEX              PIC 9(05) COMP VALUE ZERO.
002760 77  WS-WATCH-COMPANY            PIC X(30) VALUE SPACES.
002770 77  WS-HOLD-COUNT               PIC 9(05) COMP VALUE ZERO.
002780 77  WS-CNTR-STATUS              PIC X(02) VALUE "00".
002790 77  WS-CNTR-EOF-SWITCH          PIC X(01) VALUE "N".
002800     88  WS-CNTR-EOF                 VALUE "Y".
002810 77  WS-CNTR-FOUND-SWITCH        PIC X(01) VALUE "N".
002820     88  WS-CNTR-FOUND               VALUE "Y".
002830 77  WS-COMPANY-COUNT            PIC 9(05) COMP VALUE ZERO.
002840 77  WS-MAX-COMPANIES            PIC 9(05) COMP VALUE 200.
002850 77  WS-CO-INDEX                 PIC 9(05) COMP VALUE ZERO.
002860 77  WS-WORKER-COUNT             PIC 9(05) COMP VALUE ZERO.
002870 77  WS-MAX-WORKERS              PIC 9(05) COMP VALUE 2000.
002880 77  WS-WORKER-INDEX             PIC 9(05) COMP VALUE ZERO.
002890 77  WS-CNTR-DATE                PIC X(08) VALUE SPACES.
002900 77  WS-BADGE-COUNT              PIC 9(05) COMP VALUE ZERO.
002910 77  WS-PICK-TYPE                PIC X(01) VALUE "E".
002920 77  WS-VALID-NAME-SWITCH        PIC X(01) VALUE "N".
002930     88  WS-NAME-IS-VALID            VALUE "Y".
002940 77  WS-DONE-SWITCH               PIC X(01) VALUE "N".
002950     88  WS-DONE-WITH-MENU           VALUE "Y".
002960 77  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
002970     88  WS-NAME-WAS-FOUND           VALUE "Y".
002980 77  WS-LOG-EOF-SWITCH            PIC X(01) VALUE "N".
002990     88  WS-LOG-EOF                  VALUE "Y".
003000 77  WS-REJECT-COUNT              PIC 9(05) COMP VALUE ZERO.
003010 77  WS-LOG-STATUS                PIC X(02) VALUE "00".
003020 77  WS-MASTER-STATUS             PIC X(02) VALUE "00".
003030 77  WS-CURRENT-DATE              PIC 9(08) VALUE ZERO.
003040 77  WS-CURRENT-TIME              PIC 9(08) VALUE ZERO.
003050 77  WS-TODAY                     PIC X(08) VALUE SPACES.
003060 77  WS-MENU-CHOICE               PIC X(01) VALUE SPACES.
003070 77  WS-LOOKUP-EMPID              PIC X(10) VALUE SPACES.
003080 77  WS-EMPMAST-STATUS            PIC X(02) VALUE "00".
003090 77  WS-EMP-FOUND-SWITCH          PIC X(01) VALUE "N".
003100     88  WS-EMP-FOUND                VALUE "Y".
003110 77  WS-DIVERT-COUNT              PIC 9(05) COMP VALUE ZERO.
003120 77  WS-DIVERT-REASON             PIC X(30) VALUE SPACES.
003130 77  WS-DUPLICATE-SWITCH          PIC X(01) VALUE "N".
003140     88  WS-ALREADY-GREETED          VALUE "Y".
003150 77  WS-GRTAB-STATUS              PIC X(02) VALUE "00".
003160 77  WS-GRTAB-EOF-SWITCH          PIC X(01) VALUE "N".
003170     88  WS-GRTAB-EOF                VALUE "Y".
003180 77  WS-GREET-COUNT               PIC 9(03) COMP VALUE ZERO.
003190 77  WS-MAX-GREETS                PIC 9(03) COMP VALUE 20.
003200 77  WS-GREET-INDEX               PIC 9(03) COMP VALUE ZERO.
003210 77  WS-MATCH-LEVEL               PIC S9(02) COMP VALUE ZERO.
003220 77  WS-BEST-LEVEL                PIC S9(02) COMP VALUE ZERO.
003230 77  WS-GREETING-TEXT             PIC X(40) VALUE SPACES.
003240 77  WS-TEXT-LEN                  PIC 9(03) COMP VALUE ZERO.
003250 77  WS-TRIM-DONE-SWITCH         PIC X(01) VALUE "N".
003260     88  WS-TRIM-DONE                VALUE "Y".
003262 77  WS-CTLCNTS-STATUS           PIC X(02) VALUE "00".
003264 77  WS-CC-COUNT-NAME            PIC X(08) VALUE SPACES.
003266 77  WS-CC-RUN-DATE              PIC 9(08) VALUE ZERO.
003268 77  WS-CC-RUN-TIME              PIC 9(08) VALUE ZERO.
003270 01  GREET-TEXT-TABLE.
003280     05  GREET-TEXT-ENTRY OCCURS 20 TIMES.
003290         10  GTT-RECORD-TYPE         PIC X(01).
003300         10  GTT-SHIFT               PIC X(01).
003310         10  GTT-DEPARTMENT          PIC X(20).
003320         10  GTT-TEXT                PIC X(40).
003330         10  GTT-SITE-CODE           PIC X(03).
003340 01  WATCH-LIST-TABLE.
003350     05  WATCH-LIST-ENTRY OCCURS 500 TIMES.
003360         10  WLT-VISITOR-NAME        PIC X(50).
003370         10  WLT-COMPANY             PIC X(30).
003380         10  WLT-REASON-CODE         PIC X(02).
003390         10  WLT-EFFECTIVE-DATE      PIC X(08).
003400         10  WLT-EXPIRY-DATE         PIC X(08).
003410         10  WLT-SITE-LIST.
003420             15  WLT-SITE-CODE       PIC X(03) OCCURS 4 TIMES.
003430 01  CONTRACT-COMPANY-TABLE.
003440     05  CONTRACT-COMPANY-ENTRY OCCURS 200 TIMES.
003450         10  CCT-COMPANY             PIC X(20).
003460         10  CCT-CONTRACT-NUMBER     PIC X(12).
003470         10  CCT-CONTRACT-START      PIC X(08).
003480         10  CCT-CONTRACT-END        PIC X(08).
003490         10  CCT-SITE-LIST.
003500             15  CCT-SITE-CODE       PIC X(03) OCCURS 4 TIMES.
003510 01  CONTRACT-WORKER-TABLE.
003520     05  CONTRACT-WORKER-ENTRY OCCURS 2000 TIMES.
003530         10  CWT-COMPANY             PIC X(20).
003540         10  CWT-WORKER-NAME         PIC X(50).
003550 PROCEDURE DIVISION.
003560*****************************************************************
003570* 0000-MAINLINE - DRIVE THE OPERATOR MENU UNTIL ASKED TO STOP.
003580*****************************************************************
003590 0000-MAINLINE.
003600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003610     MOVE WS-CURRENT-DATE TO WS-TODAY.
003620     PERFORM 1000-CHECK-EMPLOYEE-MASTER THRU 1000-EXIT.
003630     PERFORM 1200-LOAD-GREETING-TABLE THRU 1200-EXIT.
003640     PERFORM 1300-LOAD-WATCH-LIST THRU 1300-EXIT.
003650     PERFORM 1400-LOAD-CONTRACTOR-MASTER THRU 1400-EXIT.
003660     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
003670         UNTIL WS-DONE-WITH-MENU.
003680     DISPLAY "ENTRIES REJECTED TODAY: " WS-REJECT-COUNT.
003690     DISPLAY "ARRIVALS DIVERTED TODAY: " WS-DIVERT-COUNT.
003700     DISPLAY "VISITOR BADGES ISSUED:   " WS-BADGE-COUNT.
003710     DISPLAY "WALK-IN VISITORS:        " WS-WALKIN-COUNT.
003720     DISPLAY "SECURITY HOLDS TODAY:    " WS-HOLD-COUNT.
003730     STOP RUN.
003740 0000-EXIT.
003750     EXIT.
003760*****************************************************************
003770* 1000-CHECK-EMPLOYEE-MASTER - PROVE AT START-UP THAT THE KEYED
003780* HR EMPLOYEE MASTER CAN BE OPENED AND IS NOT EMPTY.  NOTHING IS
003790* LOADED - EACH OPTION 1 ARRIVAL AND EACH HOST IS VALIDATED WITH
003800* ONE KEYED READ IN 5100-READ-EMPLOYEE-MASTER.
003810*****************************************************************
003820 1000-CHECK-EMPLOYEE-MASTER.
003830     OPEN INPUT EMPLOYEE-MASTER-FILE.
003840     IF WS-EMPMAST-STATUS NOT = "00"
003850         DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER - STATUS "
003860             WS-EMPMAST-STATUS
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900     READ EMPLOYEE-MASTER-FILE NEXT RECORD
003910         AT END
003920             DISPLAY "EMPLOYEE MASTER IS EMPTY - CANNOT VALIDATE"
003930             MOVE 16 TO RETURN-CODE
003940             STOP RUN
003950     END-READ.
003960     CLOSE EMPLOYEE-MASTER-FILE.
003970 1000-EXIT.
003980     EXIT.
003990*****************************************************************
004000* 1200-LOAD-GREETING-TABLE - LOAD THE GREETING WORDINGS FROM
004010* THE GREETTAB FILE, THE SAME AS HELLOBAT DOES.  THE FILE IS
004020* OPTIONAL - WHEN MISSING OR EMPTY A SINGLE BUILT-IN "Hello"
004030* ENTRY IS SEEDED SO THE DESK STILL GREETS AS IT ALWAYS HAS.
004040*****************************************************************
004050 1200-LOAD-GREETING-TABLE.
004060     OPEN INPUT GREETING-TABLE-FILE.
004070     IF WS-GRTAB-STATUS NOT = "00" AND
004080             WS-GRTAB-STATUS NOT = "05"
004090         DISPLAY "UNABLE TO OPEN GREETING TABLE - STATUS "
004100             WS-GRTAB-STATUS
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     MOVE "N" TO WS-GRTAB-EOF-SWITCH.
004150     PERFORM 1210-LOAD-ONE-GREETING THRU 1210-EXIT
004160         UNTIL WS-GRTAB-EOF.
004170     CLOSE GREETING-TABLE-FILE.
004180     IF WS-GREET-COUNT = ZERO
004190         DISPLAY "GREETING TABLE EMPTY - USING BUILT-IN Hello"
004200         MOVE 1 TO WS-GREET-COUNT
004210         MOVE "*" TO GTT-RECORD-TYPE (1)
004220         MOVE "*" TO GTT-SHIFT (1)
004230         MOVE "*" TO GTT-DEPARTMENT (1)
004240         MOVE "Hello" TO GTT-TEXT (1)
004250         MOVE "*" TO GTT-SITE-CODE (1)
004260     END-IF.
004270 1200-EXIT.
004280     EXIT.
004290*****************************************************************
004300* 1210-LOAD-ONE-GREETING - READ ONE TABLE RECORD INTO THE NEXT
004310* ENTRY, STOPPING THE RUN CLEANLY IF THE TABLE BOUND IS HIT.
004320*****************************************************************
004330 1210-LOAD-ONE-GREETING.
004340     READ GREETING-TABLE-FILE
004350         AT END
004360             SET WS-GRTAB-EOF TO TRUE
004370         NOT AT END
004380             IF WS-GREET-COUNT >= WS-MAX-GREETS
004390                 DISPLAY "GREETTAB EXCEEDS TABLE OF "
004400                     WS-MAX-GREETS " - ENLARGE GREET-TEXT-TABLE"
004410                 MOVE 16 TO RETURN-CODE
004420                 STOP RUN
004430             END-IF
004440             IF GT-GREETING-TEXT(19:22) NOT = SPACES
004450                 DISPLAY "GREETTAB TEXT OVER 18 CHARACTERS - "
004460                     GT-GREETING-TEXT
004470                 MOVE 16 TO RETURN-CODE
004480                 STOP RUN
004490             END-IF
004500             ADD 1 TO WS-GREET-COUNT
004510             MOVE GT-RECORD-TYPE TO
004520                 GTT-RECORD-TYPE (WS-GREET-COUNT)
004530             MOVE GT-SHIFT TO GTT-SHIFT (WS-GREET-COUNT)
004540             MOVE GT-DEPARTMENT TO
004550                 GTT-DEPARTMENT (WS-GREET-COUNT)
004560             MOVE GT-GREETING-TEXT TO GTT-TEXT (WS-GREET-COUNT)
004570             IF GT-ANY-SITE
004580                 MOVE "*" TO GTT-SITE-CODE (WS-GREET-COUNT)
004590             ELSE
004600                 MOVE GT-SITE-CODE TO
004610                     GTT-SITE-CODE (WS-GREET-COUNT)
004620             END-IF
004630     END-READ.
004640 1210-EXIT.
004650     EXIT.
004660*****************************************************************
004670* 1300-LOAD-WATCH-LIST - LOAD SECURITY'S DENIED-ENTRY WATCH LIST
004680* FROM THE WATCHLST FILE, THE SAME AS HELLOBAT.  THE FILE IS
004690* OPTIONAL - WHEN IT IS MISSING OR EMPTY NO BADGE-IN IS HELD.
004700*****************************************************************
004710 1300-LOAD-WATCH-LIST.
004720     OPEN INPUT WATCH-LIST-FILE.
004730     IF WS-WATCH-STATUS NOT = "00" AND
004740             WS-WATCH-STATUS NOT = "05"
004750         DISPLAY "UNABLE TO OPEN WATCH LIST - STATUS "
004760             WS-WATCH-STATUS
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800     MOVE "N" TO WS-WATCH-EOF-SWITCH.
004810     PERFORM 1310-LOAD-ONE-WATCH THRU 1310-EXIT
004820         UNTIL WS-WATCH-EOF.
004830     CLOSE WATCH-LIST-FILE.
004840 1300-EXIT.
004850     EXIT.
004860*****************************************************************
004870* 1310-LOAD-ONE-WATCH - READ ONE WATCH LIST RECORD INTO THE NEXT
004880* ENTRY, STOPPING THE RUN CLEANLY IF THE TABLE BOUND IS HIT.
004890*****************************************************************
004900 1310-LOAD-ONE-WATCH.
004910     READ WATCH-LIST-FILE
004920         AT END
004930             SET WS-WATCH-EOF TO TRUE
004940         NOT AT END
004950             IF WS-WATCH-COUNT >= WS-MAX-WATCH
004960                 DISPLAY "WATCH LIST EXCEEDS TABLE OF "
004970                     WS-MAX-WATCH " - ENLARGE WATCH-LIST-TABLE"
004980                 MOVE 16 TO RETURN-CODE
004990                 STOP RUN
005000             END-IF
005010             ADD 1 TO WS-WATCH-COUNT
005020             MOVE WL-VISITOR-NAME TO
005030                 WLT-VISITOR-NAME (WS-WATCH-COUNT)
005040             MOVE WL-COMPANY TO WLT-COMPANY (WS-WATCH-COUNT)
005050             MOVE WL-REASON-CODE TO
005060                 WLT-REASON-CODE (WS-WATCH-COUNT)
005070             MOVE WL-EFFECTIVE-DATE TO
005080                 WLT-EFFECTIVE-DATE (WS-WATCH-COUNT)
005090             MOVE WL-EXPIRY-DATE TO
005100                 WLT-EXPIRY-DATE (WS-WATCH-COUNT)
005110             MOVE WL-SITE-LIST TO WLT-SITE-LIST (WS-WATCH-COUNT)
005120     END-READ.
005130 1310-EXIT.
005140     EXIT.
005150*****************************************************************
005160* 1400-LOAD-CONTRACTOR-MASTER - LOAD FACILITIES' CONTRACTOR
005170* COMPANY MASTER FROM THE CNTRMAST FILE, THE SAME AS HELLOBAT.
005180* THE FILE IS OPTIONAL - WHILE IT HOLDS NO COMPANIES THE
005190* CONTRACTOR CHECK IS SKIPPED.
005200*****************************************************************
005210 1400-LOAD-CONTRACTOR-MASTER.
005220     OPEN INPUT CONTRACTOR-MASTER-FILE.
005230     IF WS-CNTR-STATUS NOT = "00" AND
005240             WS-CNTR-STATUS NOT = "05"
005250         DISPLAY "UNABLE TO OPEN CONTRACTOR MASTER - STATUS "
005260             WS-CNTR-STATUS
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300     MOVE "N" TO WS-CNTR-EOF-SWITCH.
005310     PERFORM 1410-LOAD-ONE-CONTRACTOR THRU 1410-EXIT
005320         UNTIL WS-CNTR-EOF.
005330     CLOSE CONTRACTOR-MASTER-FILE.
005340 1400-EXIT.
005350     EXIT.
005360*****************************************************************
005370* 1410-LOAD-ONE-CONTRACTOR - READ ONE CONTRACTOR MASTER RECORD
005380* INTO THE COMPANY OR THE WORKER TABLE BY ITS KIND, THE SAME AS
005390* HELLOBAT, STOPPING THE RUN CLEANLY ON A RECORD OF ANY OTHER KIND
005400* OR WHEN A TABLE BOUND IS HIT.
005410*****************************************************************
005420 1410-LOAD-ONE-CONTRACTOR.
005430     READ CONTRACTOR-MASTER-FILE
005440         AT END
005450             SET WS-CNTR-EOF TO TRUE
005460             GO TO 1410-EXIT
005470     END-READ.
005480     IF CM-COMPANY-ENTRY
005490         IF WS-COMPANY-COUNT >= WS-MAX-COMPANIES
005500             DISPLAY "CONTRACTOR COMPANIES EXCEED TABLE OF "
005510                 WS-MAX-COMPANIES
005520                 " - ENLARGE CONTRACT-COMPANY-TABLE"
005530             MOVE 16 TO RETURN-CODE
005540             STOP RUN
005550         END-IF
005560         ADD 1 TO WS-COMPANY-COUNT
005570         MOVE CM-COMPANY TO CCT-COMPANY (WS-COMPANY-COUNT)
005580         MOVE CM-CONTRACT-NUMBER TO
005590             CCT-CONTRACT-NUMBER (WS-COMPANY-COUNT)
005600         MOVE CM-CONTRACT-START TO
005610             CCT-CONTRACT-START (WS-COMPANY-COUNT)
005620         MOVE CM-CONTRACT-END TO
005630             CCT-CONTRACT-END (WS-COMPANY-COUNT)
005640         MOVE CM-SITE-LIST TO CCT-SITE-LIST (WS-COMPANY-COUNT)
005650         GO TO 1410-EXIT
005660     END-IF.
005670     IF CM-WORKER-ENTRY
005680         IF WS-WORKER-COUNT >= WS-MAX-WORKERS
005690             DISPLAY "CONTRACTOR WORKERS EXCEED TABLE OF "
005700                 WS-MAX-WORKERS
005710                 " - ENLARGE CONTRACT-WORKER-TABLE"
005720             MOVE 16 TO RETURN-CODE
005730             STOP RUN
005740         END-IF
005750         ADD 1 TO WS-WORKER-COUNT
005760         MOVE CM-COMPANY TO CWT-COMPANY (WS-WORKER-COUNT)
005770         MOVE CM-WORKER-NAME TO CWT-WORKER-NAME (WS-WORKER-COUNT)
005780         GO TO 1410-EXIT
005790     END-IF.
005800     DISPLAY "CONTRACTOR MASTER RECORD KIND NOT C OR W - "
005810         CM-ENTRY-KIND CM-COMPANY.
005820     MOVE 16 TO RETURN-CODE.
005830     STOP RUN.
005840 1410-EXIT.
005850     EXIT.
005860*****************************************************************
005870* 2000-MENU-LOOP - SHOW THE MENU AND ROUTE TO THE CHOSEN OPTION.
005880*****************************************************************
005890 2000-MENU-LOOP.
005900     DISPLAY " ".
005910     DISPLAY "1. GREET A NEW NAME".
005920     DISPLAY "2. LOOK UP AN EMPLOYEE ID GREETED TODAY".
005930     DISPLAY "3. REPRINT TODAY'S LOG".
005940     DISPLAY "4. EXIT".
005950     DISPLAY "CHOICE? " WITH NO ADVANCING.
005960     ACCEPT WS-MENU-CHOICE.
005970     EVALUATE WS-MENU-CHOICE
005980         WHEN "1"
005990             PERFORM 2100-GREET-NEW-NAME THRU 2100-EXIT
006000         WHEN "2"
006010             PERFORM 2200-LOOKUP-NAME THRU 2200-EXIT
006020         WHEN "3"
006030             PERFORM 2300-REPRINT-LOG THRU 2300-EXIT
006040         WHEN "4"
006050             SET WS-DONE-WITH-MENU TO TRUE
006060         WHEN OTHER
006070             DISPLAY "PLEASE CHOOSE 1, 2, 3, OR 4."
006080     END-EVALUATE.
006090 2000-EXIT.
006100     EXIT.
006110*****************************************************************
006120* 2100-GREET-NEW-NAME - ACCEPT AND EDIT A NAME, GREET IT, AND
006130* APPEND IT TO THE GREETING-LOG.
006140*****************************************************************
006150 2100-GREET-NEW-NAME.
006160     MOVE "N" TO WS-VALID-NAME-SWITCH.
006170     PERFORM 3000-ACCEPT-AND-EDIT THRU 3000-EXIT
006180         UNTIL WS-NAME-IS-VALID.
006190     IF WS-TYPE-VISITOR OR WS-TYPE-CONTRACTOR
006200         PERFORM 7000-BADGE-VISITOR THRU 7000-EXIT
006210         GO TO 2100-EXIT
006220     END-IF.
006230     MOVE "E" TO WS-PICK-TYPE.
006240     PERFORM 5000-VALIDATE-ARRIVAL THRU 5000-EXIT.
006250     IF WS-DIVERT-REASON NOT = SPACES
006260         ADD 1 TO WS-DIVERT-COUNT
006270         DISPLAY "ARRIVAL NOT GREETED - " WS-DIVERT-REASON
006280         DISPLAY "PLEASE REFER THE ARRIVAL TO HR."
006290         GO TO 2100-EXIT
006300     END-IF.
006310     PERFORM 4200-CHECK-ALREADY-GREETED THRU 4200-EXIT.
006320     IF WS-ALREADY-GREETED
006330         GO TO 2100-EXIT
006340     END-IF.
006350     PERFORM 6000-PICK-GREETING THRU 6000-EXIT.
006360     MOVE SPACES TO GR-GREETING.
006370     STRING WS-GREETING-TEXT(1:WS-TEXT-LEN) DELIMITED BY SIZE
006380             ", " DELIMITED BY SIZE
006390             GR-USER-NAME DELIMITED BY "  "
006400         INTO GR-GREETING.
006410     DISPLAY GR-GREETING.
006420     DISPLAY "Welcome to COBOL!".
006430     OPEN EXTEND GREETING-LOG-FILE.
006440     IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
006450         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
006460             WS-LOG-STATUS
006470         MOVE 16 TO RETURN-CODE
006480         STOP RUN
006490     END-IF.
006500     PERFORM 4000-LOG-GREETING THRU 4000-EXIT.
006510     CLOSE GREETING-LOG-FILE.
006512     MOVE "EMPGREET" TO WS-CC-COUNT-NAME.
006514     PERFORM 7600-POST-CONTROL-COUNT THRU 7600-EXIT.
006520     PERFORM 4100-MASTER-GREETING THRU 4100-EXIT.
006530 2100-EXIT.
006540     EXIT.
006550*****************************************************************
006560* 2200-LOOKUP-NAME - READ TODAY'S GREETING MASTER ENTRY FOR ONE
006570* EMPLOYEE ID WITH A SINGLE KEYED READ INSTEAD OF SCANNING THE
006580* WHOLE JOURNAL HISTORY.
006590*****************************************************************
006600 2200-LOOKUP-NAME.
006610     DISPLAY "EMPLOYEE ID TO LOOK UP? " WITH NO ADVANCING.
006620     ACCEPT WS-LOOKUP-EMPID.
006630     MOVE "N" TO WS-FOUND-SWITCH.
006640     OPEN INPUT GREETING-MASTER-FILE.
006650     IF WS-MASTER-STATUS NOT = "00" AND
006660             WS-MASTER-STATUS NOT = "05"
006670         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
006680             WS-MASTER-STATUS
006690         MOVE 16 TO RETURN-CODE
006700         STOP RUN
006710     END-IF.
006720     MOVE WS-LOOKUP-EMPID TO GM-EMPLOYEE-ID.
006730     MOVE WS-TODAY TO GM-LOG-DATE.
006740     READ GREETING-MASTER-FILE
006750         INVALID KEY
006760             MOVE "N" TO WS-FOUND-SWITCH
006770         NOT INVALID KEY
006780             SET WS-NAME-WAS-FOUND TO TRUE
006790             DISPLAY "FOUND: " GM-GREETING
006800                     "  AT " GM-LOG-TIME
006810     END-READ.
006820     CLOSE GREETING-MASTER-FILE.
006830     IF NOT WS-NAME-WAS-FOUND
006840         DISPLAY "NO GREETING FOUND FOR THAT EMPLOYEE ID TODAY."
006850     END-IF.
006860 2200-EXIT.
006870     EXIT.
006880*****************************************************************
006890* 2300-REPRINT-LOG - DISPLAY EVERY GREETING FOR TODAY, READ
006900* THROUGH THE LOG-DATE ALTERNATE KEY ON THE GREETING MASTER SO
006910* ONLY TODAY'S KEYS ARE TOUCHED, NOT THE WHOLE HISTORY.
006920*****************************************************************
006930 2300-REPRINT-LOG.
006940     MOVE "N" TO WS-LOG-EOF-SWITCH.
006950     OPEN INPUT GREETING-MASTER-FILE.
006960     IF WS-MASTER-STATUS NOT = "00" AND
006970             WS-MASTER-STATUS NOT = "05"
006980         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
006990             WS-MASTER-STATUS
007000         MOVE 16 TO RETURN-CODE
007010         STOP RUN
007020     END-IF.
007030     MOVE WS-TODAY TO GM-LOG-DATE.
007040     START GREETING-MASTER-FILE
007050         KEY IS = GM-LOG-DATE
007060         INVALID KEY
007070             DISPLAY "NO GREETINGS LOGGED YET TODAY."
007080             SET WS-LOG-EOF TO TRUE
007090     END-START.
007100     PERFORM 2310-PRINT-ONE-ENTRY THRU 2310-EXIT
007110         UNTIL WS-LOG-EOF.
007120     CLOSE GREETING-MASTER-FILE.
007130 2300-EXIT.
007140     EXIT.
007150*****************************************************************
007160* 2310-PRINT-ONE-ENTRY - READ THE NEXT MASTER RECORD ALONG THE
007170* LOG-DATE ALTERNATE KEY AND DISPLAY IT, STOPPING AS SOON AS THE
007180* DATE MOVES PAST TODAY.
007190*****************************************************************
007200 2310-PRINT-ONE-ENTRY.
007210     READ GREETING-MASTER-FILE NEXT RECORD
007220         AT END
007230             SET WS-LOG-EOF TO TRUE
007240         NOT AT END
007250             IF GM-LOG-DATE = WS-TODAY
007260                 DISPLAY GM-LOG-TIME "  " GM-GREETING
007270             ELSE
007280                 SET WS-LOG-EOF TO TRUE
007290             END-IF
007300     END-READ.
007310 2310-EXIT.
007320     EXIT.
007330*****************************************************************
007340* 3000-ACCEPT-AND-EDIT - REJECT A BLANK OR LOW-VALUE NAME OR AN
007350* UNKNOWN ARRIVAL TYPE AND RE-PROMPT, OTHERWISE COLLECT THE
007360* INTAKE FIELDS THE TYPE CALLS FOR - EMPLOYEE ID FOR AN
007370* EMPLOYEE, HOST AND EXPECTED DEPARTURE FOR A VISITOR OR
007380* CONTRACTOR.
007390*****************************************************************
007400 3000-ACCEPT-AND-EDIT.
007410     DISPLAY "Good Day. What is your name?".
007420     ACCEPT GR-USER-NAME.
007430     IF GR-USER-NAME = SPACES OR GR-USER-NAME = LOW-VALUE
007440         ADD 1 TO WS-REJECT-COUNT
007450         DISPLAY "NAME CANNOT BE BLANK - PLEASE TRY AGAIN."
007460         GO TO 3000-EXIT
007470     END-IF.
007480     DISPLAY "Type (E=Employee V=Visitor C=Contractor)?".
007490     ACCEPT WS-RECORD-TYPE.
007500     IF NOT WS-TYPE-EMPLOYEE AND NOT WS-TYPE-VISITOR
007510             AND NOT WS-TYPE-CONTRACTOR
007520         ADD 1 TO WS-REJECT-COUNT
007530         DISPLAY "TYPE MUST BE E, V, OR C - PLEASE TRY AGAIN."
007540         GO TO 3000-EXIT
007550     END-IF.
007560     IF WS-TYPE-EMPLOYEE
007570         DISPLAY "Employee ID?"
007580         ACCEPT WS-EMPLOYEE-ID
007590     ELSE
007600         DISPLAY "Host employee ID?"
007610         ACCEPT WS-HOST-EMPLOYEE-ID
007620         DISPLAY "Expected departure (YYYYMMDD)?"
007630         ACCEPT WS-EXPECTED-DEPARTURE
007640     END-IF.
007650     DISPLAY "Department?".
007660     ACCEPT WS-DEPARTMENT.
007670     DISPLAY "Shift (D/E/N)?".
007680     ACCEPT WS-SHIFT.
007690     DISPLAY "Site (blank for HQ)?".
007700     ACCEPT WS-SITE-CODE.
007710     IF WS-SITE-CODE = SPACES OR WS-SITE-CODE = LOW-VALUE
007720         MOVE "HQ " TO WS-SITE-CODE
007730     END-IF.
007740     SET WS-NAME-IS-VALID TO TRUE.
007750 3000-EXIT.
007760     EXIT.
007770*****************************************************************
007780* 4000-LOG-GREETING - APPEND THE NAME AND GREETING TO THE
007790* GREETING-LOG FILE WITH A DATE AND TIME STAMP.
007800*****************************************************************
007810 4000-LOG-GREETING.
007820     ACCEPT WS-CURRENT-TIME FROM TIME.
007830     MOVE WS-CURRENT-DATE TO GR-LOG-DATE.
007840     MOVE WS-CURRENT-TIME TO GR-LOG-TIME.
007850     MOVE WS-EMPLOYEE-ID TO GR-EMPLOYEE-ID.
007860     MOVE WS-DEPARTMENT TO GR-DEPARTMENT.
007870     MOVE WS-SHIFT TO GR-SHIFT.
007880     MOVE WS-SITE-CODE TO GR-SITE-CODE.
007890     WRITE GREETING-RECORD.
007900     IF WS-LOG-STATUS NOT = "00"
007910         DISPLAY "UNABLE TO WRITE GREETING-LOG - STATUS "
007920             WS-LOG-STATUS
007930         MOVE 16 TO RETURN-CODE
007940         STOP RUN
007950     END-IF.
007960 4000-EXIT.
007970     EXIT.
007980*****************************************************************
007990* 4100-MASTER-GREETING - ADD THE GREETING JUST JOURNALLED TO THE
008000* KEYED GREETING MASTER SO OPTIONS 2 AND 3 CAN READ IT BY KEY.
008010* STATUS 22 (THIS EMPLOYEE ALREADY HAS A MASTER ENTRY TODAY) IS
008020* TOLERATED - THE JOURNAL STILL CARRIES EVERY GREETING.
008030*****************************************************************
008040 4100-MASTER-GREETING.
008050     OPEN I-O GREETING-MASTER-FILE.
008060     IF WS-MASTER-STATUS NOT = "00" AND
008070             WS-MASTER-STATUS NOT = "05"
008080         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
008090             WS-MASTER-STATUS
008100         MOVE 16 TO RETURN-CODE
008110         STOP RUN
008120     END-IF.
008130     MOVE GR-EMPLOYEE-ID TO GM-EMPLOYEE-ID.
008140     MOVE GR-LOG-DATE TO GM-LOG-DATE.
008150     MOVE GR-LOG-TIME TO GM-LOG-TIME.
008160     MOVE GR-USER-NAME TO GM-USER-NAME.
008170     MOVE GR-GREETING TO GM-GREETING.
008180     MOVE GR-DEPARTMENT TO GM-DEPARTMENT.
008190     MOVE GR-SHIFT TO GM-SHIFT.
008200     MOVE GR-SITE-CODE TO GM-SITE-CODE.
008210     WRITE GREETING-MASTER-RECORD.
008220     IF WS-MASTER-STATUS NOT = "00" AND
008230             WS-MASTER-STATUS NOT = "02" AND
008240             WS-MASTER-STATUS NOT = "22"
008250         DISPLAY "UNABLE TO WRITE GREETING-MASTER - STATUS "
008260             WS-MASTER-STATUS
008270         MOVE 16 TO RETURN-CODE
008280         STOP RUN
008290     END-IF.
008300     CLOSE GREETING-MASTER-FILE.
008310 4100-EXIT.
008320     EXIT.
008330*****************************************************************
008340* 4200-CHECK-ALREADY-GREETED - READ THE GREETING MASTER FOR THE
008350* EMPLOYEE JUST KEYED AND TODAY'S LOG DATE.  A HIT MEANS THE
008360* EMPLOYEE WAS ALREADY GREETED TODAY - HERE OR BY A HELLOBAT
008370* RUN - SO THE REPEAT IS TURNED AWAY BEFORE IT REACHES THE LOG.
008380*****************************************************************
008390 4200-CHECK-ALREADY-GREETED.
008400     MOVE "N" TO WS-DUPLICATE-SWITCH.
008410     OPEN INPUT GREETING-MASTER-FILE.
008420     IF WS-MASTER-STATUS NOT = "00" AND
008430             WS-MASTER-STATUS NOT = "05"
008440         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
008450             WS-MASTER-STATUS
008460         MOVE 16 TO RETURN-CODE
008470         STOP RUN
008480     END-IF.
008490     MOVE WS-EMPLOYEE-ID TO GM-EMPLOYEE-ID.
008500     MOVE WS-TODAY TO GM-LOG-DATE.
008510     READ GREETING-MASTER-FILE
008520         INVALID KEY
008530             CONTINUE
008540         NOT INVALID KEY
008550             SET WS-ALREADY-GREETED TO TRUE
008560             DISPLAY "ALREADY GREETED TODAY AT " GM-LOG-TIME
008570                 " - NOT LOGGED AGAIN."
008580     END-READ.
008590     CLOSE GREETING-MASTER-FILE.
008600 4200-EXIT.
008610     EXIT.
008620*****************************************************************
008630* 5000-VALIDATE-ARRIVAL - READ THE ARRIVAL JUST KEYED FROM THE
008640* KEYED HR EMPLOYEE MASTER.  LEAVES WS-DIVERT-REASON BLANK WHEN
008650* THE ARRIVAL AGREES WITH THE MASTER, OR SET TO THE REASON THE
008660* ARRIVAL CANNOT BE GREETED.
008670*****************************************************************
008680 5000-VALIDATE-ARRIVAL.
008690     MOVE SPACES TO WS-DIVERT-REASON.
008700     MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
008710     PERFORM 5100-READ-EMPLOYEE-MASTER THRU 5100-EXIT.
008720     IF NOT WS-EMP-FOUND
008730         MOVE "EMPLOYEE ID NOT ON MASTER" TO WS-DIVERT-REASON
008740         GO TO 5000-EXIT
008750     END-IF.
008760     IF EM-TERMINATED
008770         MOVE "EMPLOYEE TERMINATED" TO WS-DIVERT-REASON
008780         GO TO 5000-EXIT
008790     END-IF.
008800     IF GR-USER-NAME NOT = EM-EMPLOYEE-NAME
008810         MOVE "NAME DOES NOT MATCH MASTER" TO WS-DIVERT-REASON
008820         GO TO 5000-EXIT
008830     END-IF.
008840     IF WS-DEPARTMENT NOT = EM-DEPARTMENT
008850         MOVE "DEPT DOES NOT MATCH MASTER" TO WS-DIVERT-REASON
008860         GO TO 5000-EXIT
008870     END-IF.
008880     IF WS-SHIFT NOT = EM-SHIFT
008890         MOVE "SHIFT DOES NOT MATCH MASTER" TO WS-DIVERT-REASON
008900     END-IF.
008910 5000-EXIT.
008920     EXIT.
008930*****************************************************************
008940* 5100-READ-EMPLOYEE-MASTER - READ THE HR EMPLOYEE MASTER FOR THE
008950* EMPLOYEE ID ALREADY MOVED TO EM-EMPLOYEE-ID, SETTING
008960* WS-EMP-FOUND ON A HIT.  OPENED AND CLOSED AROUND THE READ, THE
008970* SAME AS THE GREETING MASTER; THE RECORD AREA STILL HOLDS THE
008980* MASTER RECORD AFTER THE CLOSE FOR THE CALLER TO EDIT.
008990*****************************************************************
009000 5100-READ-EMPLOYEE-MASTER.
009010     MOVE "N" TO WS-EMP-FOUND-SWITCH.
009020     OPEN INPUT EMPLOYEE-MASTER-FILE.
009030     IF WS-EMPMAST-STATUS NOT = "00"
009040         DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER - STATUS "
009050             WS-EMPMAST-STATUS
009060         MOVE 16 TO RETURN-CODE
009070         STOP RUN
009080     END-IF.
009090     READ EMPLOYEE-MASTER-FILE
009100         INVALID KEY
009110             CONTINUE
009120         NOT INVALID KEY
009130             SET WS-EMP-FOUND TO TRUE
009140     END-READ.
009150     CLOSE EMPLOYEE-MASTER-FILE.
009160 5100-EXIT.
009170     EXIT.
009180*****************************************************************
009190* 6000-PICK-GREETING - PICK THE GREETING WORDING FOR THE SHIFT
009200* AND DEPARTMENT JUST KEYED.  THE MOST SPECIFIC TABLE ENTRY
009210* WINS - EXACT SHIFT AND DEPARTMENT, THEN EXACT SHIFT WITH ANY
009220* DEPARTMENT, THEN ANY SHIFT WITH EXACT DEPARTMENT, THEN THE
009230* ALL-"*" DEFAULT ROW - AND A BUILT-IN "Hello" COVERS A TABLE
009240* WITH NO MATCH AT ALL.
009250*****************************************************************
009260 6000-PICK-GREETING.
009270     MOVE "Hello" TO WS-GREETING-TEXT.
009280     MOVE -1 TO WS-BEST-LEVEL.
009290     PERFORM 6100-SCORE-ONE-ENTRY THRU 6100-EXIT
009300         VARYING WS-GREET-INDEX FROM 1 BY 1
009310         UNTIL WS-GREET-INDEX > WS-GREET-COUNT.
009320     PERFORM 6200-TRIM-GREETING-TEXT THRU 6200-EXIT.
009330 6000-EXIT.
009340     EXIT.
009350*****************************************************************
009360* 6100-SCORE-ONE-ENTRY - SCORE ONE TABLE ENTRY AGAINST THE
009370* ARRIVAL AND KEEP ITS TEXT WHEN IT IS THE BEST MATCH SO FAR.
009380* AN EXACT SHIFT COUNTS 2 AND AN EXACT DEPARTMENT 1, SO THE
009390* SPECIFICITY ORDER FALLS OUT OF THE ARITHMETIC.
009400*****************************************************************
009410 6100-SCORE-ONE-ENTRY.
009420     MOVE ZERO TO WS-MATCH-LEVEL.
009430     EVALUATE TRUE
009440         WHEN GTT-SITE-CODE (WS-GREET-INDEX) = WS-SITE-CODE
009450             ADD 8 TO WS-MATCH-LEVEL
009460         WHEN GTT-SITE-CODE (WS-GREET-INDEX) = "*"
009470             CONTINUE
009480         WHEN OTHER
009490             GO TO 6100-EXIT
009500     END-EVALUATE.
009510     EVALUATE TRUE
009520         WHEN GTT-RECORD-TYPE (WS-GREET-INDEX) = WS-PICK-TYPE
009530             ADD 4 TO WS-MATCH-LEVEL
009540         WHEN GTT-RECORD-TYPE (WS-GREET-INDEX) = "*"
009550             CONTINUE
009560         WHEN OTHER
009570             GO TO 6100-EXIT
009580     END-EVALUATE.
009590     EVALUATE TRUE
009600         WHEN GTT-SHIFT (WS-GREET-INDEX) = WS-SHIFT
009610             ADD 2 TO WS-MATCH-LEVEL
009620         WHEN GTT-SHIFT (WS-GREET-INDEX) = "*"
009630             CONTINUE
009640         WHEN OTHER
009650             GO TO 6100-EXIT
009660     END-EVALUATE.
009670     EVALUATE TRUE
009680         WHEN GTT-DEPARTMENT (WS-GREET-INDEX) = WS-DEPARTMENT
009690             ADD 1 TO WS-MATCH-LEVEL
009700         WHEN GTT-DEPARTMENT (WS-GREET-INDEX) (1:1) = "*"
009710             CONTINUE
009720         WHEN OTHER
009730             GO TO 6100-EXIT
009740     END-EVALUATE.
009750     IF WS-MATCH-LEVEL > WS-BEST-LEVEL
009760         MOVE WS-MATCH-LEVEL TO WS-BEST-LEVEL
009770         MOVE GTT-TEXT (WS-GREET-INDEX) TO WS-GREETING-TEXT
009780     END-IF.
009790 6100-EXIT.
009800     EXIT.
009810*****************************************************************
009820* 6200-TRIM-GREETING-TEXT - FIND THE LENGTH OF THE PICKED TEXT
009830* SO THE ", " AND THE NAME LAND RIGHT AFTER IT INSTEAD OF
009840* FORTY COLUMNS OUT.
009850*****************************************************************
009860 6200-TRIM-GREETING-TEXT.
009870     MOVE "N" TO WS-TRIM-DONE-SWITCH.
009880     MOVE 40 TO WS-TEXT-LEN.
009890     PERFORM 6210-TRIM-ONE-BYTE THRU 6210-EXIT
009900         UNTIL WS-TRIM-DONE OR WS-TEXT-LEN = ZERO.
009910     IF WS-TEXT-LEN = ZERO
009920         MOVE "Hello" TO WS-GREETING-TEXT
009930         MOVE 5 TO WS-TEXT-LEN
009940     END-IF.
009950 6200-EXIT.
009960     EXIT.
009970 6210-TRIM-ONE-BYTE.
009980     IF WS-GREETING-TEXT(WS-TEXT-LEN:1) = SPACE
009990         SUBTRACT 1 FROM WS-TEXT-LEN
010000     ELSE
010010         SET WS-TRIM-DONE TO TRUE
010020     END-IF.
010030 6210-EXIT.
010040     EXIT.
010050*****************************************************************
010060* 7000-BADGE-VISITOR - GREET A VISITOR OR CONTRACTOR WITH ITS
010070* OWN WORDING FROM THE GREETING TABLE AND APPEND IT TO THE
010080* VISITOR BADGE LOG WITH HOST AND EXPECTED DEPARTURE.  THE
010090* HOST IS VALIDATED AGAINST THE HR MASTER FIRST - A BAD HOST
010100* IS TURNED AWAY WITH THE REASON DISPLAYED - AND A CLEAN
010110* BADGE-IN WRITES THE HOST NOTIFICATION RECORD.  AHEAD OF THE
010120* HOST CHECK THE ARRIVAL IS SCREENED AGAINST THE WATCH LIST - A
010130* HIT IS HELD FOR THE GUARD STATION AND NEVER BADGED - AND A
010140* CONTRACTOR IS CHECKED AGAINST THE CONTRACTOR COMPANY MASTER.
010150* THE BADGE-IN IS THEN MATCHED TO THE VISITOR PRE-
010160* REGISTRATION FILE AND MARKED ARRIVED.  NON-
010170* EMPLOYEES NEVER TOUCH GREETLOG OR THE GREETING MASTER, SO
010180* NOTHING HERE CAN REACH THE HR FEED.
010190*****************************************************************
010200 7000-BADGE-VISITOR.
010210     PERFORM 7050-CHECK-WATCH-LIST THRU 7050-EXIT.
010220     IF WS-WATCH-HIT
010230         PERFORM 7400-WRITE-SECURITY-HOLD THRU 7400-EXIT
010240         GO TO 7000-EXIT
010250     END-IF.
010260     IF WS-TYPE-CONTRACTOR AND WS-COMPANY-COUNT > ZERO
010270         PERFORM 7500-CHECK-CONTRACTOR THRU 7500-EXIT
010280         IF WS-DIVERT-REASON NOT = SPACES
010290             ADD 1 TO WS-DIVERT-COUNT
010300             DISPLAY "BADGE NOT ISSUED - " WS-DIVERT-REASON
010310             DISPLAY "PLEASE REFER THE CONTRACTOR TO FACILITIES."
010320             GO TO 7000-EXIT
010330         END-IF
010340     END-IF.
010350     PERFORM 7100-VALIDATE-HOST THRU 7100-EXIT.
010360     IF WS-DIVERT-REASON NOT = SPACES
010370         ADD 1 TO WS-DIVERT-COUNT
010380         DISPLAY "BADGE NOT ISSUED - " WS-DIVERT-REASON
010390         DISPLAY "PLEASE CONFIRM THE HOST WITH RECEPTION."
010400         GO TO 7000-EXIT
010410     END-IF.
010420     MOVE WS-RECORD-TYPE TO WS-PICK-TYPE.
010430     PERFORM 6000-PICK-GREETING THRU 6000-EXIT.
010440     MOVE SPACES TO VB-GREETING.
010450     STRING WS-GREETING-TEXT(1:WS-TEXT-LEN) DELIMITED BY SIZE
010460             ", " DELIMITED BY SIZE
010470             GR-USER-NAME DELIMITED BY "  "
010480         INTO VB-GREETING.
010490     DISPLAY VB-GREETING.
010500     DISPLAY "Please wear your badge at all times.".
010510     OPEN EXTEND VISITOR-LOG-FILE.
010520     IF WS-VISIT-STATUS NOT = "00" AND WS-VISIT-STATUS NOT = "05"
010530         DISPLAY "UNABLE TO OPEN VISITOR LOG - STATUS "
010540             WS-VISIT-STATUS
010550         MOVE 16 TO RETURN-CODE
010560         STOP RUN
010570     END-IF.
010580     ACCEPT WS-CURRENT-TIME FROM TIME.
010590     MOVE WS-RECORD-TYPE TO VB-RECORD-TYPE.
010600     MOVE GR-USER-NAME TO VB-VISITOR-NAME.
010610     MOVE WS-CURRENT-DATE TO VB-LOG-DATE.
010620     MOVE WS-CURRENT-TIME TO VB-LOG-TIME.
010630     MOVE WS-HOST-EMPLOYEE-ID TO VB-HOST-EMPLOYEE-ID.
010640     MOVE WS-EXPECTED-DEPARTURE TO VB-EXPECTED-DEPARTURE.
010650     MOVE WS-DEPARTMENT TO VB-DEPARTMENT.
010660     MOVE WS-SITE-CODE TO VB-SITE-CODE.
010670     WRITE VISITOR-BADGE-RECORD.
010680     IF WS-VISIT-STATUS NOT = "00"
010690         DISPLAY "UNABLE TO WRITE VISITOR LOG - STATUS "
010700             WS-VISIT-STATUS
010710         MOVE 16 TO RETURN-CODE
010720         STOP RUN
010730     END-IF.
010740     CLOSE VISITOR-LOG-FILE.
010742     MOVE "BADGEINS" TO WS-CC-COUNT-NAME.
010744     PERFORM 7600-POST-CONTROL-COUNT THRU 7600-EXIT.
010750     PERFORM 7200-WRITE-HOST-NOTIFY THRU 7200-EXIT.
010760     PERFORM 7300-MATCH-PREREGISTRATION THRU 7300-EXIT.
010770     ADD 1 TO WS-BADGE-COUNT.
010780 7000-EXIT.
010790     EXIT.
010800*****************************************************************
010810* 7050-CHECK-WATCH-LIST - SEARCH THE WATCH LIST TABLE FOR AN
010820* ENTRY IN FORCE TODAY THAT NAMES THIS ARRIVAL, THE SAME MATCH
010830* HELLOBAT MAKES.  THE MATCHED ENTRY'S SUBSCRIPT STAYS IN
010840* WS-WATCH-INDEX FOR THE HOLD RECORD'S REASON CODE.
010850*****************************************************************
010860 7050-CHECK-WATCH-LIST.
010870     MOVE "N" TO WS-WATCH-HIT-SWITCH.
010880     MOVE WS-DEPARTMENT TO WS-WATCH-COMPANY.
010890     PERFORM 7060-MATCH-ONE-WATCH THRU 7060-EXIT
010900         VARYING WS-WATCH-INDEX FROM 1 BY 1
010910         UNTIL WS-WATCH-INDEX > WS-WATCH-COUNT
010920             OR WS-WATCH-HIT.
010930     IF WS-WATCH-HIT
010940         SUBTRACT 1 FROM WS-WATCH-INDEX
010950     END-IF.
010960 7050-EXIT.
010970     EXIT.
010980*****************************************************************
010990* 7060-MATCH-ONE-WATCH - COMPARE ONE WATCH LIST ENTRY TO THE
011000* ARRIVAL.  THE NAME MUST MATCH; THE ENTRY MUST BE IN FORCE
011010* TODAY AND COVER THE SITE; AND A LISTED COMPANY ONLY CLEARS
011020* THE ARRIVAL WHEN A DIFFERENT COMPANY WAS KEYED.
011030*****************************************************************
011040 7060-MATCH-ONE-WATCH.
011050     IF WLT-VISITOR-NAME (WS-WATCH-INDEX) NOT = GR-USER-NAME
011060         GO TO 7060-EXIT
011070     END-IF.
011080     IF WLT-EFFECTIVE-DATE (WS-WATCH-INDEX) NOT = SPACES AND
011090             WLT-EFFECTIVE-DATE (WS-WATCH-INDEX) > WS-TODAY
011100         GO TO 7060-EXIT
011110     END-IF.
011120     IF WLT-EXPIRY-DATE (WS-WATCH-INDEX) NOT = SPACES AND
011130             WLT-EXPIRY-DATE (WS-WATCH-INDEX) < WS-TODAY
011140         GO TO 7060-EXIT
011150     END-IF.
011160     IF WLT-SITE-LIST (WS-WATCH-INDEX) NOT = SPACES AND
011170             WLT-SITE-CODE (WS-WATCH-INDEX, 1) NOT = WS-SITE-CODE
011180         AND WLT-SITE-CODE (WS-WATCH-INDEX, 2) NOT = WS-SITE-CODE
011190         AND WLT-SITE-CODE (WS-WATCH-INDEX, 3) NOT = WS-SITE-CODE
011200         AND WLT-SITE-CODE (WS-WATCH-INDEX, 4) NOT = WS-SITE-CODE
011210         GO TO 7060-EXIT
011220     END-IF.
011230     IF WLT-COMPANY (WS-WATCH-INDEX) NOT = SPACES AND
011240             WS-WATCH-COMPANY NOT = SPACES AND
011250             WLT-COMPANY (WS-WATCH-INDEX) NOT = WS-WATCH-COMPANY
011260         GO TO 7060-EXIT
011270     END-IF.
011280     SET WS-WATCH-HIT TO TRUE.
011290 7060-EXIT.
011300     EXIT.
011310*****************************************************************
011320* 7100-VALIDATE-HOST - READ THE HOST EMPLOYEE ID JUST KEYED FROM
011330* THE KEYED HR EMPLOYEE MASTER.  LEAVES WS-DIVERT-REASON BLANK
011340* WHEN THE HOST IS A KNOWN, ACTIVE EMPLOYEE; THE HOST'S
011350* DEPARTMENT IS KEPT IN WS-HOST-DEPARTMENT FOR THE NOTIFICATION
011360* RECORD.
011370*****************************************************************
011380 7100-VALIDATE-HOST.
011390     MOVE SPACES TO WS-DIVERT-REASON.
011400     MOVE SPACES TO WS-HOST-DEPARTMENT.
011410     MOVE WS-HOST-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
011420     PERFORM 5100-READ-EMPLOYEE-MASTER THRU 5100-EXIT.
011430     MOVE WS-EMP-FOUND-SWITCH TO WS-HOST-FOUND-SWITCH.
011440     IF NOT WS-HOST-FOUND
011450         MOVE "HOST ID NOT ON MASTER" TO WS-DIVERT-REASON
011460         GO TO 7100-EXIT
011470     END-IF.
011480     MOVE EM-DEPARTMENT TO WS-HOST-DEPARTMENT.
011490     IF EM-TERMINATED
011500         MOVE "HOST EMPLOYEE TERMINATED" TO WS-DIVERT-REASON
011510     END-IF.
011520 7100-EXIT.
011530     EXIT.
011540*****************************************************************
011550* 7200-WRITE-HOST-NOTIFY - APPEND ONE NOTIFICATION RECORD FOR
011560* THE BADGE JUST ISSUED, WITH THE HOST'S DEPARTMENT FROM THE
011570* HR MASTER RECORD THE VALIDATION READ.  OPENED AND CLOSED
011580* AROUND THE WRITE, THE SAME AS THE VISITOR LOG.
011590*****************************************************************
011600 7200-WRITE-HOST-NOTIFY.
011610     OPEN EXTEND HOST-NOTIFY-FILE.
011620     IF WS-HOSTNTFY-STATUS NOT = "00" AND
011630             WS-HOSTNTFY-STATUS NOT = "05"
011640         DISPLAY "UNABLE TO OPEN HOST NOTIFY - STATUS "
011650             WS-HOSTNTFY-STATUS
011660         MOVE 16 TO RETURN-CODE
011670         STOP RUN
011680     END-IF.
011690     MOVE WS-HOST-EMPLOYEE-ID TO HN-HOST-EMPLOYEE-ID.
011700     MOVE WS-HOST-DEPARTMENT TO HN-HOST-DEPARTMENT.
011710     MOVE GR-USER-NAME TO HN-VISITOR-NAME.
011720     MOVE VB-LOG-DATE TO HN-ARRIVAL-DATE.
011730     MOVE VB-LOG-TIME TO HN-ARRIVAL-TIME.
011740     MOVE WS-SITE-CODE TO HN-SITE-CODE.
011750     WRITE HOST-NOTIFY-RECORD.
011760     IF WS-HOSTNTFY-STATUS NOT = "00"
011770         DISPLAY "UNABLE TO WRITE HOST NOTIFY - STATUS "
011780             WS-HOSTNTFY-STATUS
011790         MOVE 16 TO RETURN-CODE
011800         STOP RUN
011810     END-IF.
011820     CLOSE HOST-NOTIFY-FILE.
011822     MOVE "HOSTNTFY" TO WS-CC-COUNT-NAME.
011824     PERFORM 7600-POST-CONTROL-COUNT THRU 7600-EXIT.
011830 7200-EXIT.
011840     EXIT.
011850*****************************************************************
011860* 7300-MATCH-PREREGISTRATION - READ THE PRE-REGISTRATION FOR
011870* TODAY, THIS HOST, AND THE NAME AS BADGED.  A MATCH IS MARKED
011880* ARRIVED WITH THE BADGE TIME SO IT DROPS OFF THE NO-SHOW LIST;
011890* NO MATCH IS A WALK-IN, TOLD TO THE OPERATOR AND COUNTED.  THE
011900* BADGE STANDS EITHER WAY.  OPENED AND CLOSED AROUND THE
011910* LOOKUP, THE SAME AS THE GREETING MASTER.
011920*****************************************************************
011930 7300-MATCH-PREREGISTRATION.
011940     OPEN I-O PREREG-FILE.
011950     IF WS-PREREG-STATUS NOT = "00" AND
011960             WS-PREREG-STATUS NOT = "05"
011970         DISPLAY "UNABLE TO OPEN PRE-REGISTRATION FILE - STATUS "
011980             WS-PREREG-STATUS
011990         MOVE 16 TO RETURN-CODE
012000         STOP RUN
012010     END-IF.
012020     MOVE WS-TODAY TO PR-EXPECTED-DATE.
012030     MOVE WS-HOST-EMPLOYEE-ID TO PR-HOST-EMPLOYEE-ID.
012040     MOVE GR-USER-NAME TO PR-VISITOR-NAME.
012050     READ PREREG-FILE
012060         INVALID KEY
012070             ADD 1 TO WS-WALKIN-COUNT
012080             DISPLAY "NO PRE-REGISTRATION ON FILE - WALK-IN."
012090             CLOSE PREREG-FILE
012100             GO TO 7300-EXIT
012110     END-READ.
012120     IF PR-ARRIVED
012130         DISPLAY "PRE-REGISTRATION ALREADY MARKED ARRIVED AT "
012140             PR-ARRIVAL-TIME
012150         CLOSE PREREG-FILE
012160         GO TO 7300-EXIT
012170     END-IF.
012180     SET PR-ARRIVED TO TRUE.
012190     MOVE VB-LOG-TIME TO PR-ARRIVAL-TIME.
012200     REWRITE PREREG-RECORD.
012210     IF WS-PREREG-STATUS NOT = "00"
012220         DISPLAY "UNABLE TO REWRITE PRE-REGISTRATION - STATUS "
012230             WS-PREREG-STATUS
012240         MOVE 16 TO RETURN-CODE
012250         STOP RUN
012260     END-IF.
012270     DISPLAY "EXPECTED VISITOR - " PR-COMPANY.
012280     CLOSE PREREG-FILE.
012290 7300-EXIT.
012300     EXIT.
012310*****************************************************************
012320* 7400-WRITE-SECURITY-HOLD - TELL THE OPERATOR TO CALL THE GUARD
012330* STATION AND RECORD THE HOLD ON THE SECURITY HOLD FILE AND THE
012340* ALERT REPORT.  BOTH ARE OPENED AND CLOSED AROUND THE WRITE, THE
012350* SAME AS THE VISITOR LOG, SO A HOLD IS ON DISK THE MOMENT IT IS
012360* MADE.
012370*****************************************************************
012380 7400-WRITE-SECURITY-HOLD.
012390     ADD 1 TO WS-HOLD-COUNT.
012400     DISPLAY "*** SECURITY HOLD - DO NOT ISSUE A BADGE ***".
012410     DISPLAY "PLEASE CALL THE GUARD STATION NOW.".
012420     ACCEPT WS-CURRENT-TIME FROM TIME.
012430     OPEN EXTEND SECURITY-HOLD-FILE.
012440     IF WS-SECHOLD-STATUS NOT = "00" AND
012450             WS-SECHOLD-STATUS NOT = "05"
012460         DISPLAY "UNABLE TO OPEN SECURITY HOLD FILE - STATUS "
012470             WS-SECHOLD-STATUS
012480         MOVE 16 TO RETURN-CODE
012490         STOP RUN
012500     END-IF.
012510     MOVE GR-USER-NAME TO SH-VISITOR-NAME.
012520     MOVE WS-RECORD-TYPE TO SH-RECORD-TYPE.
012530     MOVE WS-DEPARTMENT TO SH-COMPANY.
012540     MOVE WS-HOST-EMPLOYEE-ID TO SH-HOST-EMPLOYEE-ID.
012550     MOVE WS-SITE-CODE TO SH-SITE-CODE.
012560     MOVE WS-CURRENT-DATE TO SH-HOLD-DATE.
012570     MOVE WS-CURRENT-TIME TO SH-HOLD-TIME.
012580     MOVE WLT-REASON-CODE (WS-WATCH-INDEX) TO SH-REASON-CODE.
012590     MOVE "HELLO" TO SH-SOURCE-PROGRAM.
012600     WRITE SECURITY-HOLD-RECORD.
012610     IF WS-SECHOLD-STATUS NOT = "00"
012620         DISPLAY "UNABLE TO WRITE SECURITY HOLD - STATUS "
012630             WS-SECHOLD-STATUS
012640         MOVE 16 TO RETURN-CODE
012650         STOP RUN
012660     END-IF.
012670     CLOSE SECURITY-HOLD-FILE.
012680     OPEN EXTEND SECURITY-ALERT-FILE.
012690     IF WS-SECALERT-STATUS NOT = "00" AND
012700             WS-SECALERT-STATUS NOT = "05"
012710         DISPLAY "UNABLE TO OPEN SECURITY ALERT FILE - STATUS "
012720             WS-SECALERT-STATUS
012730         MOVE 16 TO RETURN-CODE
012740         STOP RUN
012750     END-IF.
012760     IF NOT WS-ALERT-HEADING-DONE
012770         MOVE SPACES TO SECURITY-ALERT-RECORD
012780         STRING "---- SECURITY ALERTS - HELLO DESK SESSION "
012790                 DELIMITED BY SIZE
012800                 WS-TODAY DELIMITED BY SIZE
012810                 " ----" DELIMITED BY SIZE
012820             INTO SECURITY-ALERT-RECORD
012830         PERFORM 7410-WRITE-ALERT-LINE THRU 7410-EXIT
012840         MOVE "DATE     TIME     PROGRAM  T NAME" TO
012850             SECURITY-ALERT-RECORD
012860         MOVE "COMPANY" TO SECURITY-ALERT-RECORD (81:7)
012870         MOVE "HOST       SITE RC" TO
012880             SECURITY-ALERT-RECORD (102:18)
012890         PERFORM 7410-WRITE-ALERT-LINE THRU 7410-EXIT
012900         SET WS-ALERT-HEADING-DONE TO TRUE
012910     END-IF.
012920     MOVE SPACES TO SECURITY-ALERT-RECORD.
012930     STRING SH-HOLD-DATE DELIMITED BY SIZE
012940             " " DELIMITED BY SIZE
012950             SH-HOLD-TIME DELIMITED BY SIZE
012960             " " DELIMITED BY SIZE
012970             SH-SOURCE-PROGRAM DELIMITED BY SIZE
012980             " " DELIMITED BY SIZE
012990             SH-RECORD-TYPE DELIMITED BY SIZE
013000             " " DELIMITED BY SIZE
013010             SH-VISITOR-NAME DELIMITED BY SIZE
013020             " " DELIMITED BY SIZE
013030             SH-COMPANY DELIMITED BY SIZE
013040             " " DELIMITED BY SIZE
013050             SH-HOST-EMPLOYEE-ID DELIMITED BY SIZE
013060             " " DELIMITED BY SIZE
013070             SH-SITE-CODE DELIMITED BY SIZE
013080             "  " DELIMITED BY SIZE
013090             SH-REASON-CODE DELIMITED BY SIZE
013100         INTO SECURITY-ALERT-RECORD.
013110     PERFORM 7410-WRITE-ALERT-LINE THRU 7410-EXIT.
013120     CLOSE SECURITY-ALERT-FILE.
013130 7400-EXIT.
013140     EXIT.
013150*****************************************************************
013160* 7410-WRITE-ALERT-LINE - WRITE THE SECURITY ALERT RECORD AND
013170* CHECK THE STATUS.
013180*****************************************************************
013190 7410-WRITE-ALERT-LINE.
013200     WRITE SECURITY-ALERT-RECORD.
013210     IF WS-SECALERT-STATUS NOT = "00"
013220         DISPLAY "UNABLE TO WRITE SECURITY ALERT - STATUS "
013230             WS-SECALERT-STATUS
013240         MOVE 16 TO RETURN-CODE
013250         STOP RUN
013260     END-IF.
013270 7410-EXIT.
013280     EXIT.
013290*****************************************************************
013300* 7500-CHECK-CONTRACTOR - MATCH A CONTRACTOR BADGE-IN AGAINST THE
013310* CONTRACTOR COMPANY MASTER WITH THE SAME EDITS HELLOBAT'S
013320* 2340-CHECK-CONTRACTOR APPLIES - COMPANY ON THE MASTER, CONTRACT
013330* IN FORCE TODAY, SITE COVERED, AND WORKER AUTHORIZED BY NAME.
013340* LEAVES WS-DIVERT-REASON BLANK WHEN ALL OF THAT HOLDS, OR SET TO
013350* THE REASON THE BADGE IS REFUSED.
013360*****************************************************************
013370 7500-CHECK-CONTRACTOR.
013380     MOVE SPACES TO WS-DIVERT-REASON.
013390     MOVE WS-TODAY TO WS-CNTR-DATE.
013400     MOVE "N" TO WS-CNTR-FOUND-SWITCH.
013410     PERFORM 7510-MATCH-ONE-COMPANY THRU 7510-EXIT
013420         VARYING WS-CO-INDEX FROM 1 BY 1
013430         UNTIL WS-CO-INDEX > WS-COMPANY-COUNT
013440             OR WS-CNTR-FOUND.
013450     IF WS-CNTR-FOUND
013460         SUBTRACT 1 FROM WS-CO-INDEX
013470     END-IF.
013480     IF NOT WS-CNTR-FOUND
013490         MOVE "COMPANY NOT ON CONTRACTOR MSTR" TO
013500             WS-DIVERT-REASON
013510         GO TO 7500-EXIT
013520     END-IF.
013530     IF CCT-CONTRACT-START (WS-CO-INDEX) NOT = SPACES AND
013540             CCT-CONTRACT-START (WS-CO-INDEX) > WS-CNTR-DATE
013550         MOVE "CONTRACT NOT YET STARTED" TO WS-DIVERT-REASON
013560         GO TO 7500-EXIT
013570     END-IF.
013580     IF CCT-CONTRACT-END (WS-CO-INDEX) NOT = SPACES AND
013590             CCT-CONTRACT-END (WS-CO-INDEX) < WS-CNTR-DATE
013600         MOVE "CONTRACT EXPIRED" TO WS-DIVERT-REASON
013610         GO TO 7500-EXIT
013620     END-IF.
013630     IF CCT-SITE-LIST (WS-CO-INDEX) NOT = SPACES AND
013640             CCT-SITE-CODE (WS-CO-INDEX, 1) NOT = WS-SITE-CODE
013650         AND CCT-SITE-CODE (WS-CO-INDEX, 2) NOT = WS-SITE-CODE
013660         AND CCT-SITE-CODE (WS-CO-INDEX, 3) NOT = WS-SITE-CODE
013670         AND CCT-SITE-CODE (WS-CO-INDEX, 4) NOT = WS-SITE-CODE
013680         MOVE "SITE NOT COVERED BY CONTRACT" TO WS-DIVERT-REASON
013690         GO TO 7500-EXIT
013700     END-IF.
013710     MOVE "N" TO WS-CNTR-FOUND-SWITCH.
013720     PERFORM 7520-MATCH-ONE-WORKER THRU 7520-EXIT
013730         VARYING WS-WORKER-INDEX FROM 1 BY 1
013740         UNTIL WS-WORKER-INDEX > WS-WORKER-COUNT
013750             OR WS-CNTR-FOUND.
013760     IF NOT WS-CNTR-FOUND
013770         MOVE "WORKER NOT LISTED FOR COMPANY" TO
013780             WS-DIVERT-REASON
013790     END-IF.
013800 7500-EXIT.
013810     EXIT.
013820*****************************************************************
013830* 7510-MATCH-ONE-COMPANY - COMPARE ONE COMPANY TABLE ENTRY TO THE
013840* COMPANY KEYED FOR THE ARRIVAL.
013850*****************************************************************
013860 7510-MATCH-ONE-COMPANY.
013870     IF CCT-COMPANY (WS-CO-INDEX) = WS-DEPARTMENT
013880         SET WS-CNTR-FOUND TO TRUE
013890     END-IF.
013900 7510-EXIT.
013910     EXIT.
013920*****************************************************************
013930* 7520-MATCH-ONE-WORKER - COMPARE ONE WORKER TABLE ENTRY TO THE
013940* ARRIVAL'S COMPANY AND NAME AS BADGED.
013950*****************************************************************
013960 7520-MATCH-ONE-WORKER.
013970     IF CWT-COMPANY (WS-WORKER-INDEX) = WS-DEPARTMENT
013980             AND CWT-WORKER-NAME (WS-WORKER-INDEX) = GR-USER-NAME
013990         SET WS-CNTR-FOUND TO TRUE
014000     END-IF.
014010 7520-EXIT.
014020     EXIT.
014030*****************************************************************
014040* 7600-POST-CONTROL-COUNT - APPEND A COUNT OF ONE UNDER THE NAME
014050* IN WS-CC-COUNT-NAME TO THE CONTROL-COUNT DATASET FOR THE NITEBAL
014060* BALANCING SHEET, KEYED BY THE SESSION'S DATE - THE DATE THE
014070* RECORD JUST WRITTEN CARRIES.  OPENED AND CLOSED AROUND THE
014075* WRITE.
014080*****************************************************************
014090 7600-POST-CONTROL-COUNT.
014100     OPEN EXTEND CONTROL-COUNT-FILE.
014110     IF WS-CTLCNTS-STATUS NOT = "00" AND
014120             WS-CTLCNTS-STATUS NOT = "05"
014130         DISPLAY "UNABLE TO OPEN CONTROL COUNTS - STATUS "
014140             WS-CTLCNTS-STATUS
014150         MOVE 16 TO RETURN-CODE
014160         STOP RUN
014170     END-IF.
014180     ACCEPT WS-CC-RUN-DATE FROM DATE YYYYMMDD.
014190     ACCEPT WS-CC-RUN-TIME FROM TIME.
014200     MOVE "HELLO" TO CC-PROGRAM-NAME.
014210     MOVE WS-CURRENT-DATE TO CC-BUSINESS-DATE.
014220     MOVE WS-CC-RUN-DATE TO CC-RUN-DATE.
014230     MOVE WS-CC-RUN-TIME TO CC-RUN-TIME.
014240     MOVE WS-CC-COUNT-NAME TO CC-COUNT-NAME.
014250     MOVE 1 TO CC-COUNT-VALUE.
014260     WRITE CONTROL-COUNT-RECORD.
014270     IF WS-CTLCNTS-STATUS NOT = "00"
014280         DISPLAY "UNABLE TO WRITE CONTROL COUNTS - STATUS "
014290             WS-CTLCNTS-STATUS
014300         MOVE 16 TO RETURN-CODE
014310         STOP RUN
014320     END-IF.
014330     CLOSE CONTROL-COUNT-FILE.
014340 7600-EXIT.
014350     EXIT.
