000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NITEBAL.
000030 AUTHOR. JAMES HILL.
000040 INSTALLATION. FRONT DESK OPERATIONS.
000050 DATE-WRITTEN. OCTOBER 15, 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY.
000090*   2026-10-15  JH  ORIGINAL PROGRAM.  CROSS-JOB BALANCING SHEET
000100*                   FOR THE NIGHTLY SUITE.  EACH NIGHTLY PROGRAM
000110*                   BALANCES ONLY ITSELF; THIS ONE RUNS AT THE END
000120*                   OF THE OVERNIGHT WINDOW AND CHECKS THAT THE
000130*                   JOBS AGREE WITH ONE ANOTHER.  READS THE SHARED
000140*                   RUNHIST AUDIT DATASET (RUNHREC) FOR WHETHER
000150*                   EACH JOB RAN AND ENDED CLEAN, AND THE SHARED
000160*                   CONTROL-COUNT DATASET (CTLCNTS, LAYOUT IN
000170*                   CTLCREC) FOR THE COUNTS EACH JOB HANDED ON FOR
000180*                   THE BUSINESS DATE (PARM=YYYYMMDD, DEFAULT
000190*                   TODAY).  PRINTS ONE SHEET WITH EVERY JOB'S
000200*                   STATUS AND EVERY HANDOFF BETWEEN JOBS SIDE BY
000210*                   SIDE, FLAGS A MISSING, UNFINISHED, OR FAILED
000220*                   JOB, A JOB THAT POSTED NO COUNTS, AND ANY LEG
000230*                   OUT OF BALANCE, AND ENDS WITH RETURN CODE 8 IF
000240*                   ANYTHING IS FLAGGED SO OPERATIONS SEES IT
000250*                   BEFORE THE MORNING FEEDS GO OUT.
000260*   2026-10-15  JH  ADDED GRTCORR TO THE EXPECTED JOBS (IT
000270*                   POSTS COUNTS ONLY ON A NIGHT WITH
000280*                   CORRECTIONS, SO ITS COUNTS ARE NOT
000290*                   REQUIRED).  LEG 1 NOW TAKES THE GRTCORR
000300*                   VOIDS AND DATE MOVES OFF THE GREETINGS
000310*                   LOGGED AND ADDS THE MOVES ONTO THE DATE
000320*                   BEFORE COMPARING WITH WHAT WAS SENT TO HR.
000330*                   A RUNHIST RECORD NOW COUNTS ONLY WHEN
000340*                   STAMPED ON THE BUSINESS DATE OR THE DAY
000350*                   AFTER, SO A LATER NIGHT'S RUN CANNOT STAND
000360*                   IN FOR THE NIGHT BEING BALANCED.
000370*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6 ASCEND
000380*                   AGAIN.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RUNHIST-STATUS.
000460     SELECT OPTIONAL CONTROL-COUNT-FILE ASSIGN TO "CTLCNTS"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-CTLCNTS-STATUS.
000490     SELECT PRINT-FILE ASSIGN TO "NITEBALR"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-PRINT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RUN-HISTORY-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY RUNHREC.
000570 FD  CONTROL-COUNT-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CTLCREC.
000600 FD  PRINT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  PRINT-RECORD                    PIC X(132).
000630 WORKING-STORAGE SECTION.
000640*****************************************************************
000650* SWITCHES, COUNTERS, AND THE IN-STORAGE JOB AND COUNT TABLES.
000660*****************************************************************
000670 77  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
000680     88  WS-HIST-EOF                 VALUE "Y".
000690 77  WS-COUNTS-EOF-SWITCH        PIC X(01) VALUE "N".
000700     88  WS-COUNTS-EOF               VALUE "Y".
000710 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
000720 77  WS-CTLCNTS-STATUS           PIC X(02) VALUE "00".
000730 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000740 77  WS-PARM-VALUE               PIC X(08) VALUE SPACES.
000750 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
000760 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000770 77  WS-HIST-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
000780 77  WS-COUNTS-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
000790 77  WS-COUNTS-USED-COUNT        PIC 9(09) COMP VALUE ZERO.
000800 77  WS-JOB-COUNT                PIC 9(03) COMP VALUE 6.
000810 77  WS-JOB-INDEX                PIC 9(03) COMP VALUE ZERO.
000820 77  WS-FOUND-JOB                PIC 9(03) COMP VALUE ZERO.
000830 77  WS-JOB-FOUND-SWITCH         PIC X(01) VALUE "N".
000840     88  WS-JOB-FOUND                VALUE "Y".
000850 77  WS-SLOT-COUNT               PIC 9(03) COMP VALUE ZERO.
000860 77  WS-MAX-SLOTS                PIC 9(03) COMP VALUE 50.
000870 77  WS-SLOT-INDEX               PIC 9(03) COMP VALUE ZERO.
000880 77  WS-FOUND-SLOT               PIC 9(03) COMP VALUE ZERO.
000890 77  WS-SLOT-FOUND-SWITCH        PIC X(01) VALUE "N".
000900     88  WS-SLOT-FOUND               VALUE "Y".
000910 77  WS-LOOK-PROGRAM             PIC X(08) VALUE SPACES.
000920 77  WS-LOOK-COUNT-NAME          PIC X(08) VALUE SPACES.
000930 77  WS-LOOK-REQUIRED-SWITCH     PIC X(01) VALUE "Y".
000940     88  WS-LOOK-REQUIRED            VALUE "Y".
000950 77  WS-LEG-SIDE-SWITCH          PIC X(01) VALUE "L".
000960     88  WS-LEFT-SIDE                VALUE "L".
000970     88  WS-RIGHT-SIDE               VALUE "R".
000980 77  WS-LEG-MISSING-SWITCH       PIC X(01) VALUE "N".
000990     88  WS-LEG-MISSING              VALUE "Y".
001000 77  WS-LEG-NUMBER               PIC 9(01) VALUE ZERO.
001010 77  WS-LEG-NAME                 PIC X(50) VALUE SPACES.
001020 77  WS-SIDE-LABEL               PIC X(07) VALUE SPACES.
001030 77  WS-LEFT-TOTAL               PIC S9(09) COMP VALUE ZERO.
001040 77  WS-RIGHT-TOTAL              PIC 9(09) COMP VALUE ZERO.
001050 77  WS-DIFFERENCE               PIC S9(09) COMP VALUE ZERO.
001060 77  WS-OUT-OF-BALANCE-COUNT     PIC 9(05) COMP VALUE ZERO.
001070 77  WS-JOB-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
001080 77  WS-COUNT-EDIT               PIC Z(8)9.
001090 77  WS-LEFT-EDIT                PIC -(8)9.
001100 77  WS-RIGHT-EDIT               PIC Z(8)9.
001110 77  WS-DIFF-EDIT                PIC -(9)9.
001120 77  WS-LOOK-SIGN-SWITCH         PIC X(01) VALUE "A".
001130     88  WS-LOOK-ADD                 VALUE "A".
001140     88  WS-LOOK-SUBTRACT            VALUE "S".
001150 77  WS-BUSINESS-DAYS            PIC 9(09) COMP VALUE ZERO.
001160 77  WS-RUN-DAYS-AFTER           PIC S9(09) COMP VALUE ZERO.
001170 77  WS-D2D-DATE                 PIC 9(08) VALUE ZERO.
001180 77  WS-D2D-DAYS                 PIC 9(09) COMP VALUE ZERO.
001190 77  WS-D2D-YEAR                 PIC 9(04) COMP VALUE ZERO.
001200 77  WS-D2D-MONTH                PIC 9(02) COMP VALUE ZERO.
001210 77  WS-D2D-DAY                  PIC 9(02) COMP VALUE ZERO.
001220 77  WS-D2D-PRIOR-YEAR           PIC 9(04) COMP VALUE ZERO.
001230 77  WS-D2D-LEAP4                PIC 9(04) COMP VALUE ZERO.
001240 77  WS-D2D-LEAP100              PIC 9(04) COMP VALUE ZERO.
001250 77  WS-D2D-LEAP400              PIC 9(04) COMP VALUE ZERO.
001260 77  WS-D2D-REMAINDER            PIC 9(04) COMP VALUE ZERO.
001270 77  WS-D2D-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
001280 77  WS-D2D-LEAP-SWITCH          PIC X(01) VALUE "N".
001290     88  WS-D2D-LEAP-YEAR            VALUE "Y".
001300 01  MONTH-OFFSET-AREA.
001310     05  FILLER                  PIC X(36) VALUE
001320         "000031059090120151181212243273304334".
001330 01  MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-AREA.
001340     05  MO-DAYS OCCURS 12 TIMES PIC 9(03).
001350*    THE JOBS EXPECTED TO RUN FOR EVERY BUSINESS DATE, IN THE
001360*    ORDER THE SHEET LISTS THEM.  THE HELLO DESK SESSION IS NOT A
001370*    SCHEDULED JOB - IT ONLY POSTS COUNTS - SO IT IS NOT LISTED.
001380*    THE FLAG AFTER EACH NAME SAYS WHETHER A CLEAN RUN MUST POST
001390*    COUNTS - GRTCORR POSTS ONLY FOR THE CORRECTIONS IT APPLIES.
001400 01  EXPECTED-JOB-VALUES.
001410     05  FILLER                      PIC X(09) VALUE "HELLOBATY".
001420     05  FILLER                      PIC X(09) VALUE "SUSPFIX Y".
001430     05  FILLER                      PIC X(09) VALUE "GRTCORR N".
001440     05  FILLER                      PIC X(09) VALUE "HRXTRACTY".
001450     05  FILLER                      PIC X(09) VALUE "HRRECON Y".
001460     05  FILLER                      PIC X(09) VALUE "GMSTAUDTY".
001470 01  EXPECTED-JOB-TABLE REDEFINES EXPECTED-JOB-VALUES.
001480     05  EXPECTED-JOB-ENTRY OCCURS 6 TIMES.
001490         10  EJ-PROGRAM-NAME         PIC X(08).
001500         10  EJ-COUNTS-FLAG          PIC X(01).
001510             88  EJ-COUNTS-REQUIRED      VALUE "Y".
001520 01  JOB-STATUS-TABLE.
001530     05  JOB-STATUS-ENTRY OCCURS 6 TIMES.
001540         10  JS-ENTRY-TYPE           PIC X(01).
001550             88  JS-NOT-RUN              VALUE SPACE.
001560             88  JS-STARTED              VALUE "S".
001570             88  JS-ENDED                VALUE "E".
001580         10  JS-RUN-DATE             PIC 9(08).
001590         10  JS-RUN-TIME             PIC 9(08).
001600         10  JS-RETURN-CODE          PIC 9(04).
001610         10  JS-COUNTS-SWITCH        PIC X(01).
001620             88  JS-HAS-COUNTS           VALUE "Y".
001630 01  CONTROL-COUNT-TABLE.
001640     05  CONTROL-COUNT-ENTRY OCCURS 50 TIMES.
001650         10  CT-PROGRAM-NAME         PIC X(08).
001660         10  CT-COUNT-NAME           PIC X(08).
001670         10  CT-COUNT-VALUE          PIC 9(09) COMP.
001680 LINKAGE SECTION.
001690 01  LK-PARM-AREA.
001700     05  LK-PARM-LEN                 PIC S9(04) COMP.
001710     05  LK-PARM-TEXT                PIC X(20).
001720 PROCEDURE DIVISION USING LK-PARM-AREA.
001730*****************************************************************
001740* 0000-MAINLINE - TOP LEVEL CONTROL.
001750*****************************************************************
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     PERFORM 2000-LOAD-RUN-HISTORY THRU 2000-EXIT
001790         UNTIL WS-HIST-EOF.
001800     PERFORM 2500-LOAD-CONTROL-COUNTS THRU 2500-EXIT
001810         UNTIL WS-COUNTS-EOF.
001820     PERFORM 3000-REPORT-JOB-STATUS THRU 3000-EXIT.
001830     PERFORM 4000-BALANCE-HANDOFFS THRU 4000-EXIT.
001840     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001860     STOP RUN.
001870 0000-EXIT.
001880     EXIT.
001890*****************************************************************
001900* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE FROM THE PARM, OPEN
001910* THE FILES, AND PRINT THE SHEET HEADING.
001920*****************************************************************
001930 1000-INITIALIZE.
001940     DISPLAY "=================================================".
001950     DISPLAY " NIGHTLY SUITE BALANCING SHEET".
001960     DISPLAY "=================================================".
001970     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
001980*    A YYYYMMDD PARM BALANCES AN EARLIER BUSINESS DATE - A NIGHT
001990*    RUN LATE OR CAUGHT UP WITH DATE PARMS OF ITS OWN.
002000     MOVE SPACES TO WS-PARM-VALUE.
002010     IF LK-PARM-LEN > ZERO
002020         MOVE LK-PARM-LEN TO WS-PARM-LEN
002030         IF WS-PARM-LEN > 8
002040             MOVE 8 TO WS-PARM-LEN
002050         END-IF
002060         MOVE LK-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
002070     END-IF.
002080     IF WS-PARM-VALUE NOT = SPACES
002090         IF WS-PARM-VALUE IS NUMERIC
002100             MOVE WS-PARM-VALUE TO WS-BUSINESS-DATE
002110         ELSE
002120             DISPLAY "PARM MUST BE A YYYYMMDD BUSINESS DATE - "
002130                 "GOT " WS-PARM-VALUE
002140             MOVE 16 TO RETURN-CODE
002150             STOP RUN
002160         END-IF
002170     END-IF.
002180     DISPLAY "BALANCING BUSINESS DATE " WS-BUSINESS-DATE.
002190     MOVE WS-BUSINESS-DATE TO WS-D2D-DATE.
002200     PERFORM 8300-DATE-TO-DAYS THRU 8300-EXIT.
002210     MOVE WS-D2D-DAYS TO WS-BUSINESS-DAYS.
002220     MOVE SPACES TO JOB-STATUS-TABLE.
002230     OPEN INPUT RUN-HISTORY-FILE.
002240     IF WS-RUNHIST-STATUS NOT = "00"
002250         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
002260             WS-RUNHIST-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300     OPEN INPUT CONTROL-COUNT-FILE.
002310     IF WS-CTLCNTS-STATUS NOT = "00" AND
002320             WS-CTLCNTS-STATUS NOT = "05"
002330         DISPLAY "UNABLE TO OPEN CONTROL COUNTS - STATUS "
002340             WS-CTLCNTS-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     OPEN OUTPUT PRINT-FILE.
002390     IF WS-PRINT-STATUS NOT = "00"
002400         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
002410             WS-PRINT-STATUS
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450     MOVE "---- NIGHTLY SUITE BALANCING SHEET ----"
002460         TO PRINT-RECORD.
002470     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
002480     MOVE SPACES TO PRINT-RECORD.
002490     STRING "BUSINESS DATE " DELIMITED BY SIZE
002500             WS-BUSINESS-DATE DELIMITED BY SIZE
002510         INTO PRINT-RECORD.
002520     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
002530 1000-EXIT.
002540     EXIT.
002550*****************************************************************
002560* 2000-LOAD-RUN-HISTORY - READ ONE RUNHIST RECORD.  A RECORD FOR
002570* AN EXPECTED JOB STAMPED ON THE BUSINESS DATE OR THE DAY AFTER
002580* (THE OVERNIGHT WINDOW RUNS PAST MIDNIGHT) REPLACES WHAT THE JOB
002590* TABLE HELD FOR IT, SO THE TABLE ENDS UP WITH EACH JOB'S LATEST
002600* START OR END FOR THAT NIGHT - THE DATASET IS APPENDED IN TIME
002610* ORDER.  A START WITH NOTHING AFTER IT IS A RUN THAT NEVER ENDED.
002620* RUNS OF LATER NIGHTS ARE LEFT OUT, SO BALANCING AN EARLIER DATE
002630* BY PARM DOES NOT PICK UP TONIGHT'S RUNS.
002640*****************************************************************
002650 2000-LOAD-RUN-HISTORY.
002660     READ RUN-HISTORY-FILE
002670         AT END
002680             SET WS-HIST-EOF TO TRUE
002690             GO TO 2000-EXIT
002700     END-READ.
002710     ADD 1 TO WS-HIST-READ-COUNT.
002720     IF RH-RUN-DATE < WS-BUSINESS-DATE
002730         GO TO 2000-EXIT
002740     END-IF.
002750     MOVE RH-RUN-DATE TO WS-D2D-DATE.
002760     PERFORM 8300-DATE-TO-DAYS THRU 8300-EXIT.
002770     COMPUTE WS-RUN-DAYS-AFTER = WS-D2D-DAYS - WS-BUSINESS-DAYS.
002780     IF WS-RUN-DAYS-AFTER > 1
002790         GO TO 2000-EXIT
002800     END-IF.
002810     MOVE RH-PROGRAM-NAME TO WS-LOOK-PROGRAM.
002820     PERFORM 2100-FIND-JOB THRU 2100-EXIT.
002830     IF NOT WS-JOB-FOUND
002840         GO TO 2000-EXIT
002850     END-IF.
002860     MOVE RH-ENTRY-TYPE TO JS-ENTRY-TYPE (WS-FOUND-JOB).
002870     MOVE RH-RUN-DATE TO JS-RUN-DATE (WS-FOUND-JOB).
002880     MOVE RH-RUN-TIME TO JS-RUN-TIME (WS-FOUND-JOB).
002890     MOVE RH-RETURN-CODE TO JS-RETURN-CODE (WS-FOUND-JOB).
002900 2000-EXIT.
002910     EXIT.
002920*****************************************************************
002930* 2100-FIND-JOB - LOOK UP THE PROGRAM IN WS-LOOK-PROGRAM IN THE
002940* EXPECTED-JOB TABLE.  WS-FOUND-JOB HOLDS ITS ENTRY WHEN FOUND.
002950*****************************************************************
002960 2100-FIND-JOB.
002970     MOVE "N" TO WS-JOB-FOUND-SWITCH.
002980     PERFORM 2110-MATCH-ONE-JOB THRU 2110-EXIT
002990         VARYING WS-JOB-INDEX FROM 1 BY 1
003000         UNTIL WS-JOB-INDEX > WS-JOB-COUNT
003010             OR WS-JOB-FOUND.
003020 2100-EXIT.
003030     EXIT.
003040*****************************************************************
003050* 2110-MATCH-ONE-JOB - COMPARE ONE EXPECTED-JOB ENTRY TO THE
003060* PROGRAM BEING LOOKED UP.
003070*****************************************************************
003080 2110-MATCH-ONE-JOB.
003090     IF EJ-PROGRAM-NAME (WS-JOB-INDEX) = WS-LOOK-PROGRAM
003100         SET WS-JOB-FOUND TO TRUE
003110         MOVE WS-JOB-INDEX TO WS-FOUND-JOB
003120     END-IF.
003130 2110-EXIT.
003140     EXIT.
003150*****************************************************************
003160* 2500-LOAD-CONTROL-COUNTS - READ ONE CTLCNTS RECORD.  A RECORD
003170* FOR THE BUSINESS DATE IS ADDED INTO THE TABLE SLOT FOR ITS
003180* PROGRAM AND COUNT NAME - A RERUN OR A DESK SESSION POSTS MORE
003190* THAN ONE RECORD PER SLOT - AND MARKS ITS JOB AS HAVING POSTED.
003200*****************************************************************
003210 2500-LOAD-CONTROL-COUNTS.
003220     READ CONTROL-COUNT-FILE
003230         AT END
003240             SET WS-COUNTS-EOF TO TRUE
003250             GO TO 2500-EXIT
003260     END-READ.
003270     ADD 1 TO WS-COUNTS-READ-COUNT.
003280     IF CC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
003290         GO TO 2500-EXIT
003300     END-IF.
003310     ADD 1 TO WS-COUNTS-USED-COUNT.
003320     MOVE CC-PROGRAM-NAME TO WS-LOOK-PROGRAM.
003330     MOVE CC-COUNT-NAME TO WS-LOOK-COUNT-NAME.
003340     PERFORM 2600-FIND-SLOT THRU 2600-EXIT.
003350     IF NOT WS-SLOT-FOUND
003360         IF WS-SLOT-COUNT >= WS-MAX-SLOTS
003370             DISPLAY "CONTROL COUNTS EXCEED TABLE OF "
003380                 WS-MAX-SLOTS
003390                 " - ENLARGE CONTROL-COUNT-TABLE"
003400             MOVE 16 TO RETURN-CODE
003410             STOP RUN
003420         END-IF
003430         ADD 1 TO WS-SLOT-COUNT
003440         MOVE WS-SLOT-COUNT TO WS-FOUND-SLOT
003450         MOVE CC-PROGRAM-NAME TO CT-PROGRAM-NAME (WS-FOUND-SLOT)
003460         MOVE CC-COUNT-NAME TO CT-COUNT-NAME (WS-FOUND-SLOT)
003470         MOVE ZERO TO CT-COUNT-VALUE (WS-FOUND-SLOT)
003480     END-IF.
003490     ADD CC-COUNT-VALUE TO CT-COUNT-VALUE (WS-FOUND-SLOT).
003500     PERFORM 2100-FIND-JOB THRU 2100-EXIT.
003510     IF WS-JOB-FOUND
003520         SET JS-HAS-COUNTS (WS-FOUND-JOB) TO TRUE
003530     END-IF.
003540 2500-EXIT.
003550     EXIT.
003560*****************************************************************
003570* 2600-FIND-SLOT - LOOK UP THE PROGRAM AND COUNT NAME IN
003580* WS-LOOK-PROGRAM AND WS-LOOK-COUNT-NAME IN THE CONTROL-COUNT
003590* TABLE.  WS-FOUND-SLOT HOLDS ITS ENTRY WHEN FOUND.
003600*****************************************************************
003610 2600-FIND-SLOT.
003620     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
003630     PERFORM 2610-MATCH-ONE-SLOT THRU 2610-EXIT
003640         VARYING WS-SLOT-INDEX FROM 1 BY 1
003650         UNTIL WS-SLOT-INDEX > WS-SLOT-COUNT
003660             OR WS-SLOT-FOUND.
003670 2600-EXIT.
003680     EXIT.
003690*****************************************************************
003700* 2610-MATCH-ONE-SLOT - COMPARE ONE CONTROL-COUNT TABLE ENTRY TO
003710* THE PROGRAM AND COUNT NAME BEING LOOKED UP.
003720*****************************************************************
003730 2610-MATCH-ONE-SLOT.
003740     IF CT-PROGRAM-NAME (WS-SLOT-INDEX) = WS-LOOK-PROGRAM
003750             AND CT-COUNT-NAME (WS-SLOT-INDEX) =
003760                 WS-LOOK-COUNT-NAME
003770         SET WS-SLOT-FOUND TO TRUE
003780         MOVE WS-SLOT-INDEX TO WS-FOUND-SLOT
003790     END-IF.
003800 2610-EXIT.
003810     EXIT.
003820*****************************************************************
003830* 3000-REPORT-JOB-STATUS - PRINT ONE STATUS LINE PER EXPECTED JOB.
003840*****************************************************************
003850 3000-REPORT-JOB-STATUS.
003860     MOVE SPACES TO PRINT-RECORD.
003870     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
003880     MOVE "JOB STATUS" TO PRINT-RECORD.
003890     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
003900     PERFORM 3100-REPORT-ONE-JOB THRU 3100-EXIT
003910         VARYING WS-JOB-INDEX FROM 1 BY 1
003920         UNTIL WS-JOB-INDEX > WS-JOB-COUNT.
003930     MOVE "  HELLO     DESK SESSION - COUNTS AS POSTED"
003940         TO PRINT-RECORD.
003950     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
003960 3000-EXIT.
003970     EXIT.
003980*****************************************************************
003990* 3100-REPORT-ONE-JOB - PRINT ONE JOB'S LATEST RUN FOR THE DATE.
004000* NO RUN, A START WITH NO CLEAN END, AN END ABOVE RETURN CODE 4
004010* (4 IS A WARNING THE JOB'S OWN REPORT EXPLAINS), AND A CLEAN END
004020* THAT POSTED NO CONTROL COUNTS ARE ALL FLAGGED - THE LAST ONLY
004030* FOR A JOB THAT POSTS COUNTS ON EVERY RUN.
004040*****************************************************************
004050 3100-REPORT-ONE-JOB.
004060     MOVE SPACES TO PRINT-RECORD.
004070     IF JS-NOT-RUN (WS-JOB-INDEX)
004080         STRING "  " DELIMITED BY SIZE
004090                 EJ-PROGRAM-NAME (WS-JOB-INDEX) DELIMITED BY SIZE
004100                 "  *** MISSING - NO RUN FOR THE DATE ***"
004110                 DELIMITED BY SIZE
004120             INTO PRINT-RECORD
004130         PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT
004140         ADD 1 TO WS-JOB-EXCEPTION-COUNT
004150         GO TO 3100-EXIT
004160     END-IF.
004170     IF JS-STARTED (WS-JOB-INDEX)
004180         STRING "  " DELIMITED BY SIZE
004190                 EJ-PROGRAM-NAME (WS-JOB-INDEX) DELIMITED BY SIZE
004200                 "  STARTED " DELIMITED BY SIZE
004210                 JS-RUN-DATE (WS-JOB-INDEX) DELIMITED BY SIZE
004220                 " " DELIMITED BY SIZE
004230                 JS-RUN-TIME (WS-JOB-INDEX) DELIMITED BY SIZE
004240                 "  *** STARTED BUT NO CLEAN END ***"
004250                 DELIMITED BY SIZE
004260             INTO PRINT-RECORD
004270         PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT
004280         ADD 1 TO WS-JOB-EXCEPTION-COUNT
004290         GO TO 3100-EXIT
004300     END-IF.
004310     STRING "  " DELIMITED BY SIZE
004320             EJ-PROGRAM-NAME (WS-JOB-INDEX) DELIMITED BY SIZE
004330             "  ENDED   " DELIMITED BY SIZE
004340             JS-RUN-DATE (WS-JOB-INDEX) DELIMITED BY SIZE
004350             " " DELIMITED BY SIZE
004360             JS-RUN-TIME (WS-JOB-INDEX) DELIMITED BY SIZE
004370             "  RC " DELIMITED BY SIZE
004380             JS-RETURN-CODE (WS-JOB-INDEX) DELIMITED BY SIZE
004390         INTO PRINT-RECORD.
004400     IF JS-RETURN-CODE (WS-JOB-INDEX) > 4
004410         MOVE "*** ENDED ABOVE RC 4 ***" TO PRINT-RECORD(50:24)
004420         ADD 1 TO WS-JOB-EXCEPTION-COUNT
004430     ELSE
004440         IF NOT JS-HAS-COUNTS (WS-JOB-INDEX)
004450                 AND EJ-COUNTS-REQUIRED (WS-JOB-INDEX)
004460
004470             MOVE "*** NO CONTROL COUNTS FOR THE DATE ***"
004480                 TO PRINT-RECORD(50:38)
004490             ADD 1 TO WS-JOB-EXCEPTION-COUNT
004500         END-IF
004510     END-IF.
004520     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
004530 3100-EXIT.
004540     EXIT.
004550*****************************************************************
004560* 4000-BALANCE-HANDOFFS - PRINT EACH HANDOFF LEG: THE COUNTS ON
004570* THE LEFT (SENDING) SIDE, THE COUNTS ON THE RIGHT (RECEIVING)
004580* SIDE, THEIR TOTALS, AND WHETHER THEY AGREE.
004590*****************************************************************
004600 4000-BALANCE-HANDOFFS.
004610     MOVE SPACES TO PRINT-RECORD.
004620     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
004630     MOVE "HANDOFF BALANCING" TO PRINT-RECORD.
004640     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
004650*    LEG 1 - EVERY EMPLOYEE GREETING LOGGED FOR THE DATE, BY THE
004660*    OVERNIGHT RUN, THE MORNING SUSPENSE FIX, OR THE DESK, IS SENT
004670*    TO HR AS THE DATE'S OWN FEED - LESS THE ONES GRTCORR VOIDED
004680*    OR MOVED TO ANOTHER DATE, PLUS THE ONES IT MOVED ONTO THIS
004690*    DATE.
004700     MOVE "EMPLOYEE GREETINGS LOGGED VS SENT TO HR"
004710         TO WS-LEG-NAME.
004720     PERFORM 4100-START-LEG THRU 4100-EXIT.
004730     MOVE "L" TO WS-LEG-SIDE-SWITCH.
004740     MOVE "HELLOBAT" TO WS-LOOK-PROGRAM.
004750     MOVE "EMPGREET" TO WS-LOOK-COUNT-NAME.
004760     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
004770     MOVE "SUSPFIX " TO WS-LOOK-PROGRAM.
004780     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
004790     MOVE "HELLO   " TO WS-LOOK-PROGRAM.
004800     PERFORM 4300-ADD-OPTIONAL-COUNT THRU 4300-EXIT.
004810     MOVE "GRTCORR " TO WS-LOOK-PROGRAM.
004820     MOVE "VOIDED  " TO WS-LOOK-COUNT-NAME.
004830     PERFORM 4350-SUBTRACT-OPTIONAL-COUNT THRU 4350-EXIT.
004840     MOVE "MOVEDOUT" TO WS-LOOK-COUNT-NAME.
004850     PERFORM 4350-SUBTRACT-OPTIONAL-COUNT THRU 4350-EXIT.
004860     MOVE "MOVEDIN " TO WS-LOOK-COUNT-NAME.
004870     PERFORM 4300-ADD-OPTIONAL-COUNT THRU 4300-EXIT.
004880     MOVE "R" TO WS-LEG-SIDE-SWITCH.
004890     MOVE "HRXTRACT" TO WS-LOOK-PROGRAM.
004900     MOVE "DAYSENT " TO WS-LOOK-COUNT-NAME.
004910     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
004920     PERFORM 4900-CLOSE-LEG THRU 4900-EXIT.
004930*    LEG 2 - EVERYTHING HRXTRACT SENT, THE DATE'S FEED PLUS THE
004940*    RESENDS, IS ON THE HRSENT TRAIL HRRECON READ BACK.
004950     MOVE "GREETINGS SENT TO HR VS READ BACK BY HRRECON"
004960         TO WS-LEG-NAME.
004970     PERFORM 4100-START-LEG THRU 4100-EXIT.
004980     MOVE "L" TO WS-LEG-SIDE-SWITCH.
004990     MOVE "HRXTRACT" TO WS-LOOK-PROGRAM.
005000     MOVE "DAYSENT " TO WS-LOOK-COUNT-NAME.
005010     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
005020     MOVE "RESENT  " TO WS-LOOK-COUNT-NAME.
005030     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
005040     MOVE "R" TO WS-LEG-SIDE-SWITCH.
005050     MOVE "HRRECON " TO WS-LOOK-PROGRAM.
005060     MOVE "SENTREAD" TO WS-LOOK-COUNT-NAME.
005070     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
005080     PERFORM 4900-CLOSE-LEG THRU 4900-EXIT.
005090*    LEG 3 - EVERYTHING SENT CAME BACK FROM HR ACCEPTED OR
005100*    REJECTED.  THE SHORTFALL IS WHAT HR NEVER ACKNOWLEDGED.
005110     MOVE "GREETINGS SENT TO HR VS ACKNOWLEDGED BY HR"
005120         TO WS-LEG-NAME.
005130     PERFORM 4100-START-LEG THRU 4100-EXIT.
005140     MOVE "L" TO WS-LEG-SIDE-SWITCH.
005150     MOVE "HRXTRACT" TO WS-LOOK-PROGRAM.
005160     MOVE "DAYSENT " TO WS-LOOK-COUNT-NAME.
005170     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
005180     MOVE "RESENT  " TO WS-LOOK-COUNT-NAME.
005190     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
005200     MOVE "R" TO WS-LEG-SIDE-SWITCH.
005210     MOVE "HRRECON " TO WS-LOOK-PROGRAM.
005220     MOVE "ACCEPTED" TO WS-LOOK-COUNT-NAME.
005230     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
005240     MOVE "REJECTED" TO WS-LOOK-COUNT-NAME.
005250     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
005260     PERFORM 4900-CLOSE-LEG THRU 4900-EXIT.
005270*    LEG 4 - EVERY VISITOR OR CONTRACTOR BADGE-IN WRITTEN TO
005280*    VISITLOG HAS ITS HOST NOTIFICATION ON HOSTNTFY.
005290     MOVE "BADGE-INS WRITTEN VS HOST NOTIFICATIONS WRITTEN"
005300         TO WS-LEG-NAME.
005310     PERFORM 4100-START-LEG THRU 4100-EXIT.
005320     MOVE "L" TO WS-LEG-SIDE-SWITCH.
005330     MOVE "BADGEINS" TO WS-LOOK-COUNT-NAME.
005340     PERFORM 4400-ADD-GREETING-JOBS THRU 4400-EXIT.
005350     MOVE "R" TO WS-LEG-SIDE-SWITCH.
005360     MOVE "HOSTNTFY" TO WS-LOOK-COUNT-NAME.
005370     PERFORM 4400-ADD-GREETING-JOBS THRU 4400-EXIT.
005380     PERFORM 4900-CLOSE-LEG THRU 4900-EXIT.
005390*    LEG 5 - THE KEYED GREETING MASTER HOLDS THE SAME NUMBER OF
005400*    ENTRIES FOR THE DATE AS THE JOURNAL HAS ACTIVE KEYS.
005410     MOVE "GREETING MASTER DAY COUNT VS JOURNAL DAY COUNT"
005420         TO WS-LEG-NAME.
005430     PERFORM 4100-START-LEG THRU 4100-EXIT.
005440     MOVE "L" TO WS-LEG-SIDE-SWITCH.
005450     MOVE "GMSTAUDT" TO WS-LOOK-PROGRAM.
005460     MOVE "MSTRDAY " TO WS-LOOK-COUNT-NAME.
005470     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
005480     MOVE "R" TO WS-LEG-SIDE-SWITCH.
005490     MOVE "JRNLDAY " TO WS-LOOK-COUNT-NAME.
005500     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
005510     PERFORM 4900-CLOSE-LEG THRU 4900-EXIT.
005520 4000-EXIT.
005530     EXIT.
005540*****************************************************************
005550* 4100-START-LEG - NUMBER AND TITLE THE NEXT LEG AND CLEAR ITS
005560* TOTALS.
005570*****************************************************************
005580 4100-START-LEG.
005590     ADD 1 TO WS-LEG-NUMBER.
005600     MOVE ZERO TO WS-LEFT-TOTAL.
005610     MOVE ZERO TO WS-RIGHT-TOTAL.
005620     MOVE "N" TO WS-LEG-MISSING-SWITCH.
005630     MOVE SPACES TO PRINT-RECORD.
005640     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
005650     MOVE SPACES TO PRINT-RECORD.
005660     STRING "  LEG " DELIMITED BY SIZE
005670             WS-LEG-NUMBER DELIMITED BY SIZE
005680             "  " DELIMITED BY SIZE
005690             WS-LEG-NAME DELIMITED BY SIZE
005700         INTO PRINT-RECORD.
005710     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
005720 4100-EXIT.
005730     EXIT.
005740*****************************************************************
005750* 4200-ADD-REQUIRED-COUNT - ADD A COUNT A SCHEDULED JOB MUST HAVE
005760* POSTED TO THE CURRENT SIDE OF THE LEG.  WITH NO COUNT POSTED
005770* THE LEG CANNOT BALANCE.
005780*****************************************************************
005790 4200-ADD-REQUIRED-COUNT.
005800     MOVE "Y" TO WS-LOOK-REQUIRED-SWITCH.
005810     PERFORM 4500-ADD-ONE-COUNT THRU 4500-EXIT.
005820 4200-EXIT.
005830     EXIT.
005840*****************************************************************
005850* 4300-ADD-OPTIONAL-COUNT - ADD A COUNT THAT MAY RIGHTLY BE ABSENT
005860* - THE DESK SESSION POSTS NOTHING ON A DAY IT GREETS NO ONE.
005870*****************************************************************
005880 4300-ADD-OPTIONAL-COUNT.
005890     MOVE "N" TO WS-LOOK-REQUIRED-SWITCH.
005900     PERFORM 4500-ADD-ONE-COUNT THRU 4500-EXIT.
005910 4300-EXIT.
005920     EXIT.
005930*****************************************************************
005940* 4350-SUBTRACT-OPTIONAL-COUNT - TAKE A COUNT THAT MAY RIGHTLY BE
005950* ABSENT OFF THE CURRENT SIDE OF THE LEG - GRTCORR POSTS NOTHING
005960* ON A NIGHT IT VOIDS OR MOVES NO GREETING.
005970*****************************************************************
005980 4350-SUBTRACT-OPTIONAL-COUNT.
005990     MOVE "N" TO WS-LOOK-REQUIRED-SWITCH.
006000     MOVE "S" TO WS-LOOK-SIGN-SWITCH.
006010     PERFORM 4500-ADD-ONE-COUNT THRU 4500-EXIT.
006020     MOVE "A" TO WS-LOOK-SIGN-SWITCH.
006030 4350-EXIT.
006040     EXIT.
006050*****************************************************************
006060* 4400-ADD-GREETING-JOBS - ADD THE COUNT NAMED IN
006070* WS-LOOK-COUNT-NAME FROM EACH PROGRAM THAT WRITES THE GREETING
006080* AND BADGE LOGS - HELLOBAT, SUSPFIX, AND THE HELLO DESK.
006090*****************************************************************
006100 4400-ADD-GREETING-JOBS.
006110     MOVE "HELLOBAT" TO WS-LOOK-PROGRAM.
006120     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
006130     MOVE "SUSPFIX " TO WS-LOOK-PROGRAM.
006140     PERFORM 4200-ADD-REQUIRED-COUNT THRU 4200-EXIT.
006150     MOVE "HELLO   " TO WS-LOOK-PROGRAM.
006160     PERFORM 4300-ADD-OPTIONAL-COUNT THRU 4300-EXIT.
006170 4400-EXIT.
006180     EXIT.
006190*****************************************************************
006200* 4500-ADD-ONE-COUNT - LOOK UP ONE PROGRAM'S COUNT, PRINT IT
006210* UNDER THE LEG, AND ADD IT TO THE LEFT OR RIGHT TOTAL - OR, FOR
006220* A COUNT BEING SUBTRACTED, TAKE IT OFF THE LEFT TOTAL AND PRINT
006230* IT AS "LESS".
006240*****************************************************************
006250 4500-ADD-ONE-COUNT.
006260     IF WS-LEFT-SIDE
006270         MOVE "   LEFT" TO WS-SIDE-LABEL
006280     ELSE
006290         MOVE "  RIGHT" TO WS-SIDE-LABEL
006300     END-IF.
006310     IF WS-LOOK-SUBTRACT
006320         MOVE "   LESS" TO WS-SIDE-LABEL
006330     END-IF.
006340     PERFORM 2600-FIND-SLOT THRU 2600-EXIT.
006350     MOVE SPACES TO PRINT-RECORD.
006360     IF NOT WS-SLOT-FOUND
006370         IF WS-LOOK-REQUIRED
006380             STRING "  " DELIMITED BY SIZE
006390                     WS-SIDE-LABEL DELIMITED BY SIZE
006400                     "  " DELIMITED BY SIZE
006410                     WS-LOOK-PROGRAM DELIMITED BY SIZE
006420                     "  " DELIMITED BY SIZE
006430                     WS-LOOK-COUNT-NAME DELIMITED BY SIZE
006440                     "   NO COUNT  *** NOT POSTED ***"
006450                     DELIMITED BY SIZE
006460                 INTO PRINT-RECORD
006470             PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT
006480             SET WS-LEG-MISSING TO TRUE
006490             GO TO 4500-EXIT
006500         END-IF
006510         MOVE ZERO TO WS-COUNT-EDIT
006520     ELSE
006530         MOVE CT-COUNT-VALUE (WS-FOUND-SLOT) TO WS-COUNT-EDIT
006540         IF WS-LEFT-SIDE
006550             IF WS-LOOK-SUBTRACT
006560                 SUBTRACT CT-COUNT-VALUE (WS-FOUND-SLOT)
006570                     FROM WS-LEFT-TOTAL
006580             ELSE
006590                 ADD CT-COUNT-VALUE (WS-FOUND-SLOT)
006600                     TO WS-LEFT-TOTAL
006610             END-IF
006620         ELSE
006630             ADD CT-COUNT-VALUE (WS-FOUND-SLOT) TO WS-RIGHT-TOTAL
006640         END-IF
006650     END-IF.
006660     STRING "  " DELIMITED BY SIZE
006670             WS-SIDE-LABEL DELIMITED BY SIZE
006680             "  " DELIMITED BY SIZE
006690             WS-LOOK-PROGRAM DELIMITED BY SIZE
006700             "  " DELIMITED BY SIZE
006710             WS-LOOK-COUNT-NAME DELIMITED BY SIZE
006720             "  " DELIMITED BY SIZE
006730             WS-COUNT-EDIT DELIMITED BY SIZE
006740         INTO PRINT-RECORD.
006750     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
006760 4500-EXIT.
006770     EXIT.
006780*****************************************************************
006790* 4900-CLOSE-LEG - PRINT THE LEG'S TWO TOTALS AND THEIR
006800* DIFFERENCE, AND FLAG THE LEG WHEN THEY DISAGREE OR A REQUIRED
006810* COUNT WAS NEVER POSTED.
006820*****************************************************************
006830 4900-CLOSE-LEG.
006840     MOVE WS-LEFT-TOTAL TO WS-LEFT-EDIT.
006850     MOVE WS-RIGHT-TOTAL TO WS-RIGHT-EDIT.
006860     COMPUTE WS-DIFFERENCE = WS-LEFT-TOTAL - WS-RIGHT-TOTAL.
006870     MOVE WS-DIFFERENCE TO WS-DIFF-EDIT.
006880     MOVE SPACES TO PRINT-RECORD.
006890     STRING "    LEFT TOTAL" DELIMITED BY SIZE
006900             WS-LEFT-EDIT DELIMITED BY SIZE
006910             "   RIGHT TOTAL" DELIMITED BY SIZE
006920             WS-RIGHT-EDIT DELIMITED BY SIZE
006930             "   DIFFERENCE" DELIMITED BY SIZE
006940             WS-DIFF-EDIT DELIMITED BY SIZE
006950         INTO PRINT-RECORD.
006960     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
006970     IF WS-LEG-MISSING
006980         MOVE "    *** OUT OF BALANCE - COUNT NOT POSTED ***"
006990             TO PRINT-RECORD
007000         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
007010     ELSE
007020         IF WS-DIFFERENCE = ZERO
007030             MOVE "    IN BALANCE" TO PRINT-RECORD
007040         ELSE
007050             MOVE "    *** OUT OF BALANCE ***" TO PRINT-RECORD
007060             ADD 1 TO WS-OUT-OF-BALANCE-COUNT
007070         END-IF
007080     END-IF.
007090     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
007100 4900-EXIT.
007110     EXIT.
007120*****************************************************************
007130* 5000-PRINT-SUMMARY - CLOSE THE SHEET WITH THE EXCEPTION COUNTS
007140* AND ONE LINE OPERATIONS CAN ACT ON.
007150*****************************************************************
007160 5000-PRINT-SUMMARY.
007170     MOVE SPACES TO PRINT-RECORD.
007180     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
007190     MOVE WS-JOB-EXCEPTION-COUNT TO WS-COUNT-EDIT.
007200     MOVE SPACES TO PRINT-RECORD.
007210     STRING "JOBS FLAGGED:         " DELIMITED BY SIZE
007220             WS-COUNT-EDIT DELIMITED BY SIZE
007230         INTO PRINT-RECORD.
007240     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
007250     MOVE WS-OUT-OF-BALANCE-COUNT TO WS-COUNT-EDIT.
007260     MOVE SPACES TO PRINT-RECORD.
007270     STRING "LEGS OUT OF BALANCE:  " DELIMITED BY SIZE
007280             WS-COUNT-EDIT DELIMITED BY SIZE
007290         INTO PRINT-RECORD.
007300     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
007310     IF WS-JOB-EXCEPTION-COUNT > ZERO
007320             OR WS-OUT-OF-BALANCE-COUNT > ZERO
007330         MOVE "*** OUT OF BALANCE - HOLD THE MORNING FEEDS ***"
007340             TO PRINT-RECORD
007350     ELSE
007360         MOVE "NIGHTLY SUITE IN BALANCE." TO PRINT-RECORD
007370     END-IF.
007380     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
007390 5000-EXIT.
007400     EXIT.
007410*****************************************************************
007420* 8000-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
007430* STATUS.
007440*****************************************************************
007450 8000-PRINT-ONE-LINE.
007460     WRITE PRINT-RECORD.
007470     IF WS-PRINT-STATUS NOT = "00"
007480         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
007490             WS-PRINT-STATUS
007500         MOVE 16 TO RETURN-CODE
007510         STOP RUN
007520     END-IF.
007530 8000-EXIT.
007540     EXIT.
007550*****************************************************************
007560* 8300-DATE-TO-DAYS - TURN WS-D2D-DATE (YYYYMMDD) INTO A SERIAL
007570* DAY NUMBER IN WS-D2D-DAYS, SO TWO DATES SUBTRACT TO WHOLE
007580* CALENDAR DAYS ACROSS MONTH AND YEAR BOUNDARIES.  LEAP YEARS
007590* FOLLOW THE FULL RULE - DIVISIBLE BY 4, EXCEPT CENTURIES NOT
007600* DIVISIBLE BY 400.  THE SAME CONVERSION SUSPAGE USES.
007610*****************************************************************
007620 8300-DATE-TO-DAYS.
007630     MOVE WS-D2D-DATE(1:4) TO WS-D2D-YEAR.
007640     MOVE WS-D2D-DATE(5:2) TO WS-D2D-MONTH.
007650     MOVE WS-D2D-DATE(7:2) TO WS-D2D-DAY.
007660     IF WS-D2D-MONTH < 1 OR WS-D2D-MONTH > 12
007670         MOVE 1 TO WS-D2D-MONTH
007680     END-IF.
007690     SUBTRACT 1 FROM WS-D2D-YEAR GIVING WS-D2D-PRIOR-YEAR.
007700     DIVIDE WS-D2D-PRIOR-YEAR BY 4
007710         GIVING WS-D2D-LEAP4.
007720     DIVIDE WS-D2D-PRIOR-YEAR BY 100
007730         GIVING WS-D2D-LEAP100.
007740     DIVIDE WS-D2D-PRIOR-YEAR BY 400
007750         GIVING WS-D2D-LEAP400.
007760     COMPUTE WS-D2D-DAYS = WS-D2D-YEAR * 365
007770         + WS-D2D-LEAP4 - WS-D2D-LEAP100 + WS-D2D-LEAP400
007780         + MO-DAYS (WS-D2D-MONTH) + WS-D2D-DAY.
007790     MOVE "N" TO WS-D2D-LEAP-SWITCH.
007800     DIVIDE WS-D2D-YEAR BY 4
007810         GIVING WS-D2D-QUOTIENT
007820         REMAINDER WS-D2D-REMAINDER.
007830     IF WS-D2D-REMAINDER = ZERO
007840         SET WS-D2D-LEAP-YEAR TO TRUE
007850     END-IF.
007860     DIVIDE WS-D2D-YEAR BY 100
007870         GIVING WS-D2D-QUOTIENT
007880         REMAINDER WS-D2D-REMAINDER.
007890     IF WS-D2D-REMAINDER = ZERO
007900         MOVE "N" TO WS-D2D-LEAP-SWITCH
007910     END-IF.
007920     DIVIDE WS-D2D-YEAR BY 400
007930         GIVING WS-D2D-QUOTIENT
007940         REMAINDER WS-D2D-REMAINDER.
007950     IF WS-D2D-REMAINDER = ZERO
007960         SET WS-D2D-LEAP-YEAR TO TRUE
007970     END-IF.
007980     IF WS-D2D-LEAP-YEAR AND WS-D2D-MONTH > 2
007990         ADD 1 TO WS-D2D-DAYS
008000     END-IF.
008010 8300-EXIT.
008020     EXIT.
008030*****************************************************************
008040* 9000-TERMINATE - CLOSE THE FILES, REPORT THE COUNTS, AND SET
008050* RETURN CODE 8 WHEN ANY JOB OR LEG WAS FLAGGED SO THE SCHEDULER
008060* HOLDS THE MORNING FEEDS.
008070*****************************************************************
008080 9000-TERMINATE.
008090     CLOSE RUN-HISTORY-FILE.
008100     CLOSE CONTROL-COUNT-FILE.
008110     CLOSE PRINT-FILE.
008120     DISPLAY "HISTORY RECORDS READ: " WS-HIST-READ-COUNT.
008130     DISPLAY "COUNT RECORDS READ:   " WS-COUNTS-READ-COUNT.
008140     DISPLAY "COUNTS FOR THE DATE:  " WS-COUNTS-USED-COUNT.
008150     DISPLAY "JOBS FLAGGED:         " WS-JOB-EXCEPTION-COUNT.
008160     DISPLAY "LEGS OUT OF BALANCE:  " WS-OUT-OF-BALANCE-COUNT.
008170     IF WS-JOB-EXCEPTION-COUNT > ZERO
008180             OR WS-OUT-OF-BALANCE-COUNT > ZERO
008190         DISPLAY "*** NIGHTLY SUITE OUT OF BALANCE ***"
008200         MOVE 8 TO RETURN-CODE
008210     ELSE
008220         DISPLAY "NIGHTLY SUITE IN BALANCE."
008230     END-IF.
008240 9000-EXIT.
008250     EXIT.
