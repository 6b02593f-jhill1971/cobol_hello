000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MUSTER.
000030 AUTHOR. JAMES HILL.
000040 INSTALLATION. FRONT DESK OPERATIONS.
000050 DATE-WRITTEN. OCTOBER 15, 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY.
000090*   2026-10-15  JH  ORIGINAL PROGRAM.  ON-DEMAND EMERGENCY
000100*                   MUSTER, RUN WHEN A DRILL OR A REAL
000110*                   EVACUATION IS CALLED, IN TWO PASSES CHOSEN
000120*                   BY PARM.  PARM='LIST' (THE DEFAULT) BUILDS
000130*                   THE CURRENT ON-SITE LIST THE SAME WAY
000140*                   OCCUPRPT DOES - EMPLOYEES GREETED TODAY FROM
000150*                   GREETLOG, VISITORS AND CONTRACTORS BADGED IN
000160*                   TODAY FROM VISITLOG, LESS ANYONE WITH A
000170*                   DEPARTS RECORD - HONORING GRTCORR REVERSALS
000180*                   WITH THE SAME FIRST-PASS RULE AS LATERPT AND
000190*                   OCCUPRPT.  THE LIST IS SAVED TO MUSTLIST
000200*                   (LAYOUT IN MUSTREC) AND PRINTED BY SITE AND
000210*                   DEPARTMENT FOR THE WARDENS, EACH VISITOR
000220*                   WITH THE HOST.  PARM='CHECK' READS THE SAVED
000230*                   LIST AND THE WARDENS' CHECK-OFFS (CHECKOFF,
000240*                   LAYOUT IN MCHKREC) BACK IN, PRINTS EVERYONE
000250*                   STILL UNACCOUNTED FOR BY SITE AND
000260*                   DEPARTMENT, LISTS CHECK-OFFS THAT MATCH NO
000270*                   ONE ON THE LIST, AND APPENDS THE DRILL'S
000280*                   COUNTS AND CLEARANCE TIME PER SITE TO THE
000290*                   MUSTER HISTORY FILE (MUSTHIST, LAYOUT IN
000300*                   MHISREC).  RETURN CODE 4 FROM THE CHECK
000310*                   PASS MEANS SOMEONE IS STILL UNACCOUNTED FOR
000320*                   OR A CHECK-OFF MATCHED NO ONE.
000330*   2026-10-15  JH  NO LONGER HOLDS THE ON-SITE LIST OR THE DAY'S
000340*                   DEPARTURES IN STORAGE, SO THERE IS NO CEILING
000350*                   ON THE HEAD COUNT.  THE LIST PASS SORTS THE
000360*                   DRILL DATE'S ARRIVALS AND BADGE-OUTS TOGETHER
000370*                   BY PERSON, DROPS ANYONE WITH A BADGE-OUT, AND
000380*                   WRITES MUSTLIST IN PERSON ORDER; THE WARDENS'
000390*                   SHEET IS PRINTED FROM A SECOND SORT OF THE
000400*                   LIST ON SITE AND DEPARTMENT, SO SITES AND
000410*                   DEPARTMENTS NOW PRINT IN CODE ORDER RATHER
000420*                   THAN FIRST-SEEN.  THE CHECK PASS SORTS THE
000430*                   CHECK-OFFS BY PERSON AND MATCHES THEM AGAINST
000440*                   MUSTLIST, THEN SORTS THOSE STILL UNACCOUNTED
000450*                   FOR ON SITE AND DEPARTMENT THROUGH THE
000460*                   MUSTWORK WORK FILE.  A CHECK-OFF TIMED BEFORE
000470*                   THE DRILL START IS REJECTED UNLESS
000480*                   PARM='CHECK WRAP' SAYS THE DRILL RAN PAST
000490*                   MIDNIGHT, AND ONLY THEN IS AN EARLIER TIME
000500*                   TAKEN AS THE NEXT DAY.  A REVERSAL IMAGE IS
000510*                   NOW SKIPPED WITHOUT BEING COUNTED, SO
000520*                   CORRECTED AWAY COUNTS ONLY THE GREETINGS A
000530*                   LATER REVERSAL CANCELLED.  RESEQUENCED THE
000540*                   SOURCE SO COLUMNS 1-6 ASCEND AGAIN.
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT OPTIONAL DEPARTURE-FILE ASSIGN TO "DEPARTS"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-DEPART-STATUS.
000620     SELECT GREETING-LOG-FILE ASSIGN TO "GREETLOG"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-LOG-STATUS.
000650     SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITLOG"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-VISIT-STATUS.
000680     SELECT MUSTER-LIST-FILE ASSIGN TO "MUSTLIST"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-MUSTLIST-STATUS.
000710     SELECT MUSTER-WORK-FILE ASSIGN TO "MUSTWORK"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-MUSTWORK-STATUS.
000740     SELECT OPTIONAL CHECKOFF-FILE ASSIGN TO "CHECKOFF"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-CHECKOFF-STATUS.
000770     SELECT OPTIONAL MUSTER-HISTORY-FILE ASSIGN TO "MUSTHIST"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-MUSTHIST-STATUS.
000800     SELECT PRINT-FILE ASSIGN TO "MUSTRPT"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-PRINT-STATUS.
000830     SELECT PERSON-SORT-FILE ASSIGN TO "SORTWK01".
000840     SELECT CHECK-SORT-FILE ASSIGN TO "SORTWK01".
000850     SELECT LIST-SORT-FILE ASSIGN TO "SORTWK01".
000860     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-RUNHIST-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  DEPARTURE-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DPRTREC.
000940 FD  GREETING-LOG-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY GREETREC.
000970 FD  VISITOR-LOG-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY VISITREC.
001000 FD  MUSTER-LIST-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY MUSTREC.
001030*****************************************************************
001040* CHECK PASS WORK FILE - THE MUSTLIST RECORDS OF EVERYONE STILL
001050* UNACCOUNTED FOR, HANDED TO THE SITE AND DEPARTMENT SORT.
001060*****************************************************************
001070 FD  MUSTER-WORK-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  MUSTER-WORK-RECORD              PIC X(120).
001100 FD  CHECKOFF-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY MCHKREC.
001130 FD  MUSTER-HISTORY-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY MHISREC.
001160 FD  PRINT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  PRINT-RECORD                    PIC X(132).
001190*****************************************************************
001200* LIST PASS SORT WORK FILE - ONE ENTRY PER BADGE-OUT, GREETING,
001210* AND BADGE-IN ON THE DRILL DATE, SORTED ON THE PERSON AND THE
001220* ORDER RELEASED SO EACH PERSON'S ENTRIES COME BACK TOGETHER,
001230* EARLIEST ARRIVAL FIRST.  THE PERSON KEY IS THE EMPLOYEE ID FOR
001240* AN EMPLOYEE AND THE NAME AS BADGED IN FOR A VISITOR OR
001250* CONTRACTOR.
001260*****************************************************************
001270 SD  PERSON-SORT-FILE.
001280 01  PERSON-SORT-RECORD.
001290     05  PS-RECORD-TYPE              PIC X(01).
001300     05  PS-PERSON-KEY               PIC X(50).
001310     05  PS-SEQUENCE                 PIC 9(09).
001320     05  PS-ENTRY-KIND               PIC X(01).
001330         88  PS-DEPARTURE                VALUE "D".
001340         88  PS-ARRIVAL                  VALUE "A".
001350     05  PS-SITE-CODE                PIC X(03).
001360     05  PS-DEPARTMENT               PIC X(20).
001370     05  PS-EMPLOYEE-ID              PIC X(10).
001380     05  PS-PERSON-NAME              PIC X(50).
001390     05  PS-HOST-EMPLOYEE-ID         PIC X(10).
001400     05  PS-ARRIVAL-TIME             PIC X(08).
001410*****************************************************************
001420* CHECK PASS SORT WORK FILE - ONE ENTRY PER CHECK-OFF THAT PASSED
001430* ITS EDITS, SORTED ON THE SAME PERSON KEY AS MUSTLIST AND THE
001440* ORDER KEYED SO A PERSON'S FIRST CHECK-OFF COMES BACK FIRST.
001450*****************************************************************
001460 SD  CHECK-SORT-FILE.
001470 01  CHECK-SORT-RECORD.
001480     05  CS-RECORD-TYPE              PIC X(01).
001490     05  CS-PERSON-KEY               PIC X(50).
001500     05  CS-SEQUENCE                 PIC 9(09).
001510     05  CS-SITE-CODE                PIC X(03).
001520     05  CS-WARDEN-ID                PIC X(08).
001530     05  CS-CHECK-TIME               PIC X(04).
001540     05  CS-EMPLOYEE-ID              PIC X(10).
001550     05  CS-PERSON-NAME              PIC X(50).
001560*****************************************************************
001570* PRINT SORT WORK FILE - MUSTLIST RECORDS (MUSTREC LAYOUT) SORTED
001580* ON SITE, DEPARTMENT, TYPE, AND NAME FOR THE WARDENS' SHEET.
001590* THE LIST HEADER HAS A BLANK SITE AND SORTS FIRST.
001600*****************************************************************
001610 SD  LIST-SORT-FILE.
001620 01  LIST-SORT-RECORD.
001630     05  LS-ENTRY-KIND               PIC X(01).
001640         88  LS-HEADER-ENTRY             VALUE "H".
001650     05  LS-DRILL-DATE               PIC X(08).
001660     05  LS-DRILL-TIME               PIC X(04).
001670     05  LS-SITE-CODE                PIC X(03).
001680     05  LS-DEPARTMENT               PIC X(20).
001690     05  LS-RECORD-TYPE              PIC X(01).
001700     05  LS-EMPLOYEE-ID              PIC X(10).
001710     05  LS-PERSON-NAME              PIC X(50).
001720     05  LS-HOST-EMPLOYEE-ID         PIC X(10).
001730     05  LS-ARRIVAL-TIME             PIC X(08).
001740     05  FILLER                      PIC X(05).
001750 FD  RUN-HISTORY-FILE
001760     LABEL RECORDS ARE STANDARD.
001770     COPY RUNHREC.
001780 WORKING-STORAGE SECTION.
001790*****************************************************************
001800* SWITCHES AND COUNTERS.
001810*****************************************************************
001820 77  WS-DEPART-EOF-SWITCH        PIC X(01) VALUE "N".
001830     88  WS-DEPART-EOF               VALUE "Y".
001840 77  WS-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
001850     88  WS-LOG-EOF                  VALUE "Y".
001860 77  WS-VISIT-EOF-SWITCH         PIC X(01) VALUE "N".
001870     88  WS-VISIT-EOF                VALUE "Y".
001880 77  WS-MUSTLIST-EOF-SWITCH      PIC X(01) VALUE "N".
001890     88  WS-MUSTLIST-EOF             VALUE "Y".
001900 77  WS-CHECKOFF-EOF-SWITCH      PIC X(01) VALUE "N".
001910     88  WS-CHECKOFF-EOF             VALUE "Y".
001920 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
001930     88  WS-SORT-EOF                 VALUE "Y".
001940 77  WS-DEPART-STATUS            PIC X(02) VALUE "00".
001950 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
001960 77  WS-VISIT-STATUS             PIC X(02) VALUE "00".
001970 77  WS-MUSTLIST-STATUS          PIC X(02) VALUE "00".
001980 77  WS-MUSTWORK-STATUS          PIC X(02) VALUE "00".
001990 77  WS-CHECKOFF-STATUS          PIC X(02) VALUE "00".
002000 77  WS-MUSTHIST-STATUS          PIC X(02) VALUE "00".
002010 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
002020 77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
002030 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
002040 77  WS-MODE-SWITCH              PIC X(01) VALUE "L".
002050     88  WS-LIST-MODE                VALUE "L".
002060     88  WS-CHECK-MODE               VALUE "C".
002070 77  WS-WRAP-SWITCH              PIC X(01) VALUE "N".
002080     88  WS-WRAP-MIDNIGHT            VALUE "Y".
002090 77  WS-PRINT-ALL-SWITCH         PIC X(01) VALUE "Y".
002100     88  WS-PRINT-EVERYONE           VALUE "Y".
002110 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
002120 77  WS-TIME-NOW                 PIC 9(08) VALUE ZERO.
002130 77  WS-DRILL-DATE               PIC X(08) VALUE SPACES.
002140 77  WS-DRILL-TIME               PIC X(04) VALUE SPACES.
002150 77  WS-CHECKED-DATE             PIC X(08) VALUE SPACES.
002160 77  WS-CHECKED-TIME             PIC X(04) VALUE SPACES.
002170 77  WS-DEPART-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
002180 77  WS-DEPART-FOUND-SWITCH      PIC X(01) VALUE "N".
002190     88  WS-DEPART-FOUND             VALUE "Y".
002200 77  WS-ARRIVAL-HELD-SWITCH      PIC X(01) VALUE "N".
002210     88  WS-ARRIVAL-HELD             VALUE "Y".
002220 77  WS-LOG-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
002230 77  WS-VISIT-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
002240 77  WS-RELEASED-COUNT           PIC 9(09) COMP VALUE ZERO.
002250 77  WS-DEPARTED-COUNT           PIC 9(07) COMP VALUE ZERO.
002260 77  WS-MUSTLIST-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
002270 77  WS-CHECKOFF-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
002280 77  WS-OFF-DRILL-COUNT          PIC 9(07) COMP VALUE ZERO.
002290 77  WS-DUPLICATE-CHECK-COUNT    PIC 9(07) COMP VALUE ZERO.
002300 77  WS-UNLISTED-COUNT           PIC 9(07) COMP VALUE ZERO.
002310 77  WS-REJECTED-CHECK-COUNT     PIC 9(07) COMP VALUE ZERO.
002320 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
002330 77  WS-PERSON-ACCOUNTED-SWITCH  PIC X(01) VALUE "N".
002340     88  WS-PERSON-ACCOUNTED         VALUE "Y".
002350 77  WS-PERSON-CHECK-TIME        PIC X(04) VALUE SPACES.
002360 77  WS-PREPASS-READ             PIC 9(09) COMP VALUE ZERO.
002370 77  WS-CANCELLED-COUNT          PIC 9(07) COMP VALUE ZERO.
002380 77  WS-REVERSAL-COUNT           PIC 9(05) COMP VALUE ZERO.
002390 77  WS-MAX-REVERSALS            PIC 9(05) COMP VALUE 500.
002400 77  WS-REVERSAL-INDEX           PIC 9(05) COMP VALUE ZERO.
002410 77  WS-REVERSAL-FOUND-SWITCH    PIC X(01) VALUE "N".
002420     88  WS-REVERSAL-FOUND           VALUE "Y".
002430 77  WS-MUSTER-COUNT             PIC 9(07) COMP VALUE ZERO.
002440 77  WS-SITE-COUNT               PIC 9(03) COMP VALUE ZERO.
002450 77  WS-MAX-SITES                PIC 9(03) COMP VALUE 20.
002460 77  WS-SITE-INDEX               PIC 9(03) COMP VALUE ZERO.
002470 77  WS-SITE-FOUND-SWITCH        PIC X(01) VALUE "N".
002480     88  WS-SITE-FOUND               VALUE "Y".
002490 77  WS-SITE-LINE-COUNT          PIC 9(07) COMP VALUE ZERO.
002500 77  WS-CAND-SITE                PIC X(03) VALUE SPACES.
002510 77  WS-CAND-DEPARTMENT          PIC X(20) VALUE SPACES.
002520 77  WS-CAND-TYPE                PIC X(01) VALUE SPACES.
002530 77  WS-EMPLOYEE-TOTAL           PIC 9(07) COMP VALUE ZERO.
002540 77  WS-VISITOR-TOTAL            PIC 9(07) COMP VALUE ZERO.
002550 77  WS-ACCOUNTED-TOTAL          PIC 9(07) COMP VALUE ZERO.
002560 77  WS-UNACCOUNTED-TOTAL        PIC 9(07) COMP VALUE ZERO.
002570 77  WS-LAST-CHECK-TIME          PIC X(04) VALUE SPACES.
002580 77  WS-LAST-CHECK-MINUTES       PIC 9(05) COMP VALUE ZERO.
002590 77  WS-TIME-HOLD                PIC X(04) VALUE SPACES.
002600 77  WS-START-MINUTES            PIC 9(05) COMP VALUE ZERO.
002610 77  WS-END-MINUTES              PIC 9(05) COMP VALUE ZERO.
002620 77  WS-CLEARANCE-MINUTES        PIC 9(05) COMP VALUE ZERO.
002630 77  WS-HISTORY-WRITTEN          PIC 9(05) COMP VALUE ZERO.
002640 77  WS-COUNT-EDIT               PIC Z(6)9.
002650 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
002660 77  WS-EXCEPTION-REASON         PIC X(30) VALUE SPACES.
002670 77  WS-EXC-RECORD-TYPE          PIC X(01) VALUE SPACES.
002680 77  WS-EXC-EMPLOYEE-ID          PIC X(10) VALUE SPACES.
002690 77  WS-EXC-PERSON-NAME          PIC X(50) VALUE SPACES.
002700 77  WS-EXC-SITE-CODE            PIC X(03) VALUE SPACES.
002710 77  WS-EXC-WARDEN-ID            PIC X(08) VALUE SPACES.
002720 77  WS-EXC-CHECK-TIME           PIC X(04) VALUE SPACES.
002730 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
002740 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
002750 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
002760 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
002770 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
002780 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
002790 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
002800*****************************************************************
002810* HHMM TIME WORK AREA FOR THE CLEARANCE ARITHMETIC.
002820*****************************************************************
002830 01  TIME-WORK-AREA.
002840     05  TW-HHMM                     PIC X(04).
002850     05  TW-HHMM-PARTS REDEFINES TW-HHMM.
002860         10  TW-HOURS                PIC 9(02).
002870         10  TW-MINUTES              PIC 9(02).
002880*****************************************************************
002890* PERSON KEYS FOR THE CHECK PASS MATCH - TYPE, THEN EMPLOYEE ID
002900* OR NAME AS BADGED IN, THE SAME KEY THE LIST PASS SORTED
002910* MUSTLIST ON.  HIGH-VALUES MARKS THE END OF EITHER SIDE.
002920*****************************************************************
002930 01  MERGE-KEY-AREA.
002940     05  MK-LIST-KEY.
002950         10  MK-LIST-TYPE            PIC X(01).
002960         10  MK-LIST-PERSON          PIC X(50).
002970     05  MK-CHECK-KEY.
002980         10  MK-CHECK-TYPE           PIC X(01).
002990         10  MK-CHECK-PERSON         PIC X(50).
003000     05  MK-PRIOR-LIST-KEY           PIC X(51).
003010*****************************************************************
003020* GRTCORR REVERSALS ON THE DRILL DATE - THE EMPLOYEE AND THE
003030* JOURNAL POSITION OF THE LAST REVERSAL FOR EACH.  A RECORD FOR
003040* THE SAME EMPLOYEE READ BEFORE THAT POSITION IS CANCELLED.
003050*****************************************************************
003060 01  REVERSAL-TABLE.
003070     05  REVERSAL-ENTRY OCCURS 500 TIMES.
003080         10  RT-EMPLOYEE-ID          PIC X(10).
003090         10  RT-POSITION             PIC 9(09) COMP.
003100*****************************************************************
003110* SITES IN FIRST-SEEN ORDER, WITH THE CHECK PASS'S COUNTS.
003120*****************************************************************
003130 01  SITE-TABLE.
003140     05  SITE-ENTRY OCCURS 20 TIMES.
003150         10  ST-SITE-CODE            PIC X(03).
003160         10  ST-EMPLOYEE-COUNT       PIC 9(05) COMP.
003170         10  ST-VISITOR-COUNT        PIC 9(05) COMP.
003180         10  ST-ACCOUNTED-COUNT      PIC 9(05) COMP.
003190         10  ST-UNACCOUNTED-COUNT    PIC 9(05) COMP.
003200         10  ST-UNLISTED-COUNT       PIC 9(05) COMP.
003210         10  ST-LAST-CHECK-TIME      PIC X(04).
003220 LINKAGE SECTION.
003230 01  LK-PARM-AREA.
003240     05  LK-PARM-LEN                 PIC S9(04) COMP.
003250     05  LK-PARM-TEXT                PIC X(20).
003260 PROCEDURE DIVISION USING LK-PARM-AREA.
003270*****************************************************************
003280* 0000-MAINLINE - TOP LEVEL CONTROL.
003290*****************************************************************
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     IF WS-LIST-MODE
003330         PERFORM 2000-BUILD-MUSTER-LIST THRU 2000-EXIT
003340     ELSE
003350         PERFORM 3000-CHECK-MUSTER-LIST THRU 3000-EXIT
003360     END-IF.
003370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003380     STOP RUN.
003390 0000-EXIT.
003400     EXIT.
003410*****************************************************************
003420* 1000-INITIALIZE - RESOLVE THE PASS FROM THE PARM, TAKE THE
003430* CURRENT DATE AND TIME, AND OPEN THE PRINT FILE.  PARM='CHECK
003440* WRAP' IS THE CHECK PASS FOR A DRILL THAT RAN PAST MIDNIGHT.
003450*****************************************************************
003460 1000-INITIALIZE.
003470     DISPLAY "=================================================".
003480     DISPLAY " EMERGENCY MUSTER".
003490     DISPLAY "=================================================".
003500     MOVE "S" TO WS-RH-ENTRY-TYPE.
003510     MOVE ZERO TO WS-RH-READ.
003520     MOVE ZERO TO WS-RH-WRITTEN.
003530     MOVE ZERO TO WS-RH-REJECTED.
003540     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
003550     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003560     ACCEPT WS-TIME-NOW FROM TIME.
003570     MOVE SPACES TO WS-PARM-VALUE.
003580     IF LK-PARM-LEN > ZERO
003590         MOVE LK-PARM-LEN TO WS-PARM-LEN
003600         IF WS-PARM-LEN > 20
003610             MOVE 20 TO WS-PARM-LEN
003620         END-IF
003630         MOVE LK-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
003640     END-IF.
003650     EVALUATE WS-PARM-VALUE
003660         WHEN SPACES
003670         WHEN "LIST"
003680             SET WS-LIST-MODE TO TRUE
003690         WHEN "CHECK"
003700             SET WS-CHECK-MODE TO TRUE
003710         WHEN "CHECK WRAP"
003720             SET WS-CHECK-MODE TO TRUE
003730             SET WS-WRAP-MIDNIGHT TO TRUE
003740         WHEN OTHER
003750             DISPLAY "PARM MUST BE LIST, CHECK, OR CHECK WRAP - "
003760                 "GOT " WS-PARM-VALUE
003770             MOVE 16 TO RETURN-CODE
003780             STOP RUN
003790     END-EVALUATE.
003800     OPEN OUTPUT PRINT-FILE.
003810     IF WS-PRINT-STATUS NOT = "00"
003820         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
003830             WS-PRINT-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870     INITIALIZE SITE-TABLE.
003880 1000-EXIT.
003890     EXIT.
003900*****************************************************************
003910* 2000-BUILD-MUSTER-LIST - THE LIST PASS.  THE DRILL DATE IS
003920* TODAY AND THE DRILL STARTS NOW.  FILE THE DAY'S REVERSALS, SORT
003930* THE DAY'S BADGE-OUTS AND ARRIVALS TOGETHER BY PERSON, SAVE
003940* EVERYONE STILL ON SITE TO MUSTLIST IN PERSON ORDER, THEN SORT
003950* THE SAVED LIST ON SITE AND DEPARTMENT TO PRINT THE WARDENS'
003960* SHEET.
003970*****************************************************************
003980 2000-BUILD-MUSTER-LIST.
003990     MOVE WS-TODAY TO WS-DRILL-DATE.
004000     MOVE WS-TIME-NOW(1:4) TO WS-DRILL-TIME.
004010     DISPLAY "DRILL DATE:  " WS-DRILL-DATE.
004020     DISPLAY "DRILL START: " WS-DRILL-TIME.
004030     INITIALIZE REVERSAL-TABLE.
004040     PERFORM 2100-LOAD-REVERSALS THRU 2100-EXIT.
004050     OPEN OUTPUT MUSTER-LIST-FILE.
004060     IF WS-MUSTLIST-STATUS NOT = "00"
004070         DISPLAY "UNABLE TO OPEN MUSTER LIST - STATUS "
004080             WS-MUSTLIST-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     MOVE SPACES TO MUSTER-LIST-RECORD.
004130     SET ML-HEADER-ENTRY TO TRUE.
004140     MOVE WS-DRILL-DATE TO ML-DRILL-DATE.
004150     MOVE WS-DRILL-TIME TO ML-DRILL-TIME.
004160     PERFORM 2520-WRITE-LIST-RECORD THRU 2520-EXIT.
004170     SORT PERSON-SORT-FILE
004180         ON ASCENDING KEY PS-RECORD-TYPE PS-PERSON-KEY PS-SEQUENCE
004190         INPUT PROCEDURE IS 2200-RELEASE-CANDIDATES THRU 2200-EXIT
004200         OUTPUT PROCEDURE IS 2500-SAVE-MUSTER-LIST THRU 2500-EXIT.
004210     IF SORT-RETURN NOT = ZERO
004220         DISPLAY "PERSON SORT FAILED - SORT-RETURN " SORT-RETURN
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     CLOSE MUSTER-LIST-FILE.
004270     MOVE SPACES TO PRINT-RECORD.
004280     STRING "---- MUSTER LIST " DELIMITED BY SIZE
004290             WS-DRILL-DATE DELIMITED BY SIZE
004300             " DRILL START " DELIMITED BY SIZE
004310             WS-DRILL-TIME DELIMITED BY SIZE
004320             " ----" DELIMITED BY SIZE
004330         INTO PRINT-RECORD.
004340     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004350     MOVE SPACES TO PRINT-RECORD.
004360     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004370     SET WS-PRINT-EVERYONE TO TRUE.
004380     SORT LIST-SORT-FILE
004390         ON ASCENDING KEY LS-SITE-CODE LS-DEPARTMENT
004400             LS-RECORD-TYPE LS-PERSON-NAME
004410         USING MUSTER-LIST-FILE
004420         OUTPUT PROCEDURE IS 6000-PRINT-BY-SITE THRU 6000-EXIT.
004430     IF SORT-RETURN NOT = ZERO
004440         DISPLAY "LIST SORT FAILED - SORT-RETURN " SORT-RETURN
004450         MOVE 16 TO RETURN-CODE
004460         STOP RUN
004470     END-IF.
004480     PERFORM 2600-PRINT-LIST-TOTALS THRU 2600-EXIT.
004490 2000-EXIT.
004500     EXIT.
004510*****************************************************************
004520* 2100-LOAD-REVERSALS - READ THE WHOLE JOURNAL ONCE AHEAD OF THE
004530* ON-SITE PASS AND FILE EVERY REVERSAL IMAGE FOR THE DRILL DATE.
004540*****************************************************************
004550 2100-LOAD-REVERSALS.
004560     OPEN INPUT GREETING-LOG-FILE.
004570     IF WS-LOG-STATUS NOT = "00"
004580         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
004590             WS-LOG-STATUS
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630     PERFORM 2110-FILE-ONE-REVERSAL THRU 2110-EXIT
004640         UNTIL WS-LOG-EOF.
004650     CLOSE GREETING-LOG-FILE.
004660     MOVE "N" TO WS-LOG-EOF-SWITCH.
004670 2100-EXIT.
004680     EXIT.
004690*****************************************************************
004700* 2110-FILE-ONE-REVERSAL - READ ONE JOURNAL RECORD AND, IF IT IS
004710* A REVERSAL FOR THE DRILL DATE, RECORD ITS POSITION AGAINST THE
004720* EMPLOYEE - A LATER REVERSAL OVERWRITES AN EARLIER ONE.
004730*****************************************************************
004740 2110-FILE-ONE-REVERSAL.
004750     READ GREETING-LOG-FILE
004760         AT END
004770             SET WS-LOG-EOF TO TRUE
004780             GO TO 2110-EXIT
004790     END-READ.
004800     ADD 1 TO WS-PREPASS-READ.
004810     IF NOT GR-REVERSAL-ENTRY OR GR-LOG-DATE NOT = WS-DRILL-DATE
004820         GO TO 2110-EXIT
004830     END-IF.
004840     PERFORM 2120-FIND-REVERSAL THRU 2120-EXIT.
004850     IF NOT WS-REVERSAL-FOUND
004860         IF WS-REVERSAL-COUNT >= WS-MAX-REVERSALS
004870             DISPLAY "REVERSALS EXCEED TABLE OF " WS-MAX-REVERSALS
004880                 " - ENLARGE REVERSAL-TABLE"
004890             MOVE 16 TO RETURN-CODE
004900             STOP RUN
004910         END-IF
004920         ADD 1 TO WS-REVERSAL-COUNT
004930         MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-INDEX
004940         MOVE GR-EMPLOYEE-ID TO RT-EMPLOYEE-ID (WS-REVERSAL-INDEX)
004950     END-IF.
004960     MOVE WS-PREPASS-READ TO RT-POSITION (WS-REVERSAL-INDEX).
004970 2110-EXIT.
004980     EXIT.
004990*****************************************************************
005000* 2120-FIND-REVERSAL - SEARCH THE REVERSAL TABLE FOR THE CURRENT
005010* RECORD'S EMPLOYEE, LEAVING WS-REVERSAL-INDEX ON THE HIT.
005020*****************************************************************
005030 2120-FIND-REVERSAL.
005040     MOVE "N" TO WS-REVERSAL-FOUND-SWITCH.
005050     PERFORM 2130-TEST-ONE-REVERSAL THRU 2130-EXIT
005060         VARYING WS-REVERSAL-INDEX FROM 1 BY 1
005070         UNTIL WS-REVERSAL-INDEX > WS-REVERSAL-COUNT
005080             OR WS-REVERSAL-FOUND.
005090     IF WS-REVERSAL-FOUND
005100         SUBTRACT 1 FROM WS-REVERSAL-INDEX
005110     END-IF.
005120 2120-EXIT.
005130     EXIT.
005140*****************************************************************
005150* 2130-TEST-ONE-REVERSAL - COMPARE ONE TABLE ENTRY.
005160*****************************************************************
005170 2130-TEST-ONE-REVERSAL.
005180     IF RT-EMPLOYEE-ID (WS-REVERSAL-INDEX) = GR-EMPLOYEE-ID
005190         SET WS-REVERSAL-FOUND TO TRUE
005200     END-IF.
005210 2130-EXIT.
005220     EXIT.
005230*****************************************************************
005240* 2200-RELEASE-CANDIDATES - SORT INPUT PROCEDURE.  RELEASE THE
005250* DRILL DATE'S BADGE-OUTS, THEN ITS GREETINGS AND BADGE-INS, TO
005260* THE PERSON SORT.
005270*****************************************************************
005280 2200-RELEASE-CANDIDATES.
005290     OPEN INPUT DEPARTURE-FILE.
005300     IF WS-DEPART-STATUS NOT = "00" AND
005310             WS-DEPART-STATUS NOT = "05"
005320         DISPLAY "UNABLE TO OPEN DEPARTURE FILE - STATUS "
005330             WS-DEPART-STATUS
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF.
005370     PERFORM 2210-RELEASE-ONE-DEPARTURE THRU 2210-EXIT
005380         UNTIL WS-DEPART-EOF.
005390     CLOSE DEPARTURE-FILE.
005400     OPEN INPUT GREETING-LOG-FILE.
005410     IF WS-LOG-STATUS NOT = "00"
005420         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
005430             WS-LOG-STATUS
005440         MOVE 16 TO RETURN-CODE
005450         STOP RUN
005460     END-IF.
005470     PERFORM 2300-RELEASE-ONE-GREETING THRU 2300-EXIT
005480         UNTIL WS-LOG-EOF.
005490     CLOSE GREETING-LOG-FILE.
005500     OPEN INPUT VISITOR-LOG-FILE.
005510     IF WS-VISIT-STATUS NOT = "00" AND
005520             WS-VISIT-STATUS NOT = "05"
005530         DISPLAY "UNABLE TO OPEN VISITOR LOG - STATUS "
005540             WS-VISIT-STATUS
005550         MOVE 16 TO RETURN-CODE
005560         STOP RUN
005570     END-IF.
005580     PERFORM 2400-RELEASE-ONE-BADGE THRU 2400-EXIT
005590         UNTIL WS-VISIT-EOF.
005600     CLOSE VISITOR-LOG-FILE.
005610 2200-EXIT.
005620     EXIT.
005630*****************************************************************
005640* 2210-RELEASE-ONE-DEPARTURE - READ ONE DEPARTURE TRANSACTION AND
005650* RELEASE IT WHEN IT BELONGS TO THE DRILL DATE.  A BLANK RECORD
005660* TYPE IS FILED AS EMPLOYEE, THE SAME AS OCCUPRPT; AN EMPLOYEE
005670* BADGE-OUT IS KEYED ON THE EMPLOYEE ID, ANY OTHER ON THE NAME.
005680*****************************************************************
005690 2210-RELEASE-ONE-DEPARTURE.
005700     READ DEPARTURE-FILE
005710         AT END
005720             SET WS-DEPART-EOF TO TRUE
005730             GO TO 2210-EXIT
005740     END-READ.
005750     ADD 1 TO WS-DEPART-READ-COUNT.
005760     IF DP-DEPART-DATE NOT = WS-DRILL-DATE
005770         GO TO 2210-EXIT
005780     END-IF.
005790     MOVE SPACES TO PERSON-SORT-RECORD.
005800     SET PS-DEPARTURE TO TRUE.
005810     IF DP-TYPE-EMPLOYEE
005820         MOVE "E" TO PS-RECORD-TYPE
005830         MOVE DP-EMPLOYEE-ID TO PS-PERSON-KEY
005840     ELSE
005850         MOVE DP-RECORD-TYPE TO PS-RECORD-TYPE
005860         MOVE DP-VISITOR-NAME TO PS-PERSON-KEY
005870     END-IF.
005880     PERFORM 2250-RELEASE-ONE-ENTRY THRU 2250-EXIT.
005890 2210-EXIT.
005900     EXIT.
005910*****************************************************************
005920* 2250-RELEASE-ONE-ENTRY - NUMBER THE ENTRY BUILT BY THE CALLER
005930* IN RELEASE ORDER AND RELEASE IT TO THE PERSON SORT.
005940*****************************************************************
005950 2250-RELEASE-ONE-ENTRY.
005960     ADD 1 TO WS-RELEASED-COUNT.
005970     MOVE WS-RELEASED-COUNT TO PS-SEQUENCE.
005980     RELEASE PERSON-SORT-RECORD.
005990 2250-EXIT.
006000     EXIT.
006010*****************************************************************
006020* 2300-RELEASE-ONE-GREETING - READ ONE LOG RECORD AND, WHEN IT WAS
006030* LOGGED ON THE DRILL DATE, RELEASE THE EMPLOYEE'S ARRIVAL.  A
006040* GRTCORR REVERSAL IMAGE IS SKIPPED; A GREETING A LATER REVERSAL
006050* CANCELS IS COUNTED AND SKIPPED.
006060*****************************************************************
006070 2300-RELEASE-ONE-GREETING.
006080     READ GREETING-LOG-FILE
006090         AT END
006100             SET WS-LOG-EOF TO TRUE
006110             GO TO 2300-EXIT
006120     END-READ.
006130     ADD 1 TO WS-LOG-READ-COUNT.
006140     IF GR-LOG-DATE NOT = WS-DRILL-DATE
006150         GO TO 2300-EXIT
006160     END-IF.
006170     IF GR-REVERSAL-ENTRY
006180         GO TO 2300-EXIT
006190     END-IF.
006200     PERFORM 2120-FIND-REVERSAL THRU 2120-EXIT.
006210     IF WS-REVERSAL-FOUND
006220         IF WS-LOG-READ-COUNT < RT-POSITION (WS-REVERSAL-INDEX)
006230             ADD 1 TO WS-CANCELLED-COUNT
006240             GO TO 2300-EXIT
006250         END-IF
006260     END-IF.
006270     MOVE SPACES TO PERSON-SORT-RECORD.
006280     SET PS-ARRIVAL TO TRUE.
006290     MOVE "E" TO PS-RECORD-TYPE.
006300     MOVE GR-EMPLOYEE-ID TO PS-PERSON-KEY.
006310     MOVE GR-SITE-CODE TO PS-SITE-CODE.
006320     MOVE GR-DEPARTMENT TO PS-DEPARTMENT.
006330     MOVE GR-EMPLOYEE-ID TO PS-EMPLOYEE-ID.
006340     MOVE GR-USER-NAME TO PS-PERSON-NAME.
006350     MOVE GR-LOG-TIME TO PS-ARRIVAL-TIME.
006360     PERFORM 2250-RELEASE-ONE-ENTRY THRU 2250-EXIT.
006370 2300-EXIT.
006380     EXIT.
006390*****************************************************************
006400* 2400-RELEASE-ONE-BADGE - READ ONE BADGE RECORD AND, WHEN IT WAS
006410* LOGGED ON THE DRILL DATE, RELEASE THE VISITOR OR CONTRACTOR'S
006420* ARRIVAL WITH THE HOST.  THE BADGE LOG CARRIES NO VISITOR ID, SO
006430* THE KEY IS THE NAME AS BADGED IN.
006440*****************************************************************
006450 2400-RELEASE-ONE-BADGE.
006460     READ VISITOR-LOG-FILE
006470         AT END
006480             SET WS-VISIT-EOF TO TRUE
006490             GO TO 2400-EXIT
006500     END-READ.
006510     ADD 1 TO WS-VISIT-READ-COUNT.
006520     IF VB-LOG-DATE NOT = WS-DRILL-DATE
006530         GO TO 2400-EXIT
006540     END-IF.
006550     MOVE SPACES TO PERSON-SORT-RECORD.
006560     SET PS-ARRIVAL TO TRUE.
006570     MOVE VB-RECORD-TYPE TO PS-RECORD-TYPE.
006580     MOVE VB-VISITOR-NAME TO PS-PERSON-KEY.
006590     MOVE VB-SITE-CODE TO PS-SITE-CODE.
006600     MOVE VB-DEPARTMENT TO PS-DEPARTMENT.
006610     MOVE VB-VISITOR-NAME TO PS-PERSON-NAME.
006620     MOVE VB-HOST-EMPLOYEE-ID TO PS-HOST-EMPLOYEE-ID.
006630     MOVE VB-LOG-TIME TO PS-ARRIVAL-TIME.
006640     PERFORM 2250-RELEASE-ONE-ENTRY THRU 2250-EXIT.
006650 2400-EXIT.
006660     EXIT.
006670*****************************************************************
006680* 2500-SAVE-MUSTER-LIST - SORT OUTPUT PROCEDURE.  RETURN THE
006690* SORTED ENTRIES ONE PERSON AT A TIME AND WRITE EACH PERSON STILL
006700* ON SITE TO MUSTLIST BEHIND THE HEADER, IN PERSON ORDER.
006710*****************************************************************
006720 2500-SAVE-MUSTER-LIST.
006730     MOVE "N" TO WS-SORT-EOF-SWITCH.
006740     PERFORM 2510-RETURN-ONE-ENTRY THRU 2510-EXIT.
006750     PERFORM 2530-SAVE-ONE-PERSON THRU 2530-EXIT
006760         UNTIL WS-SORT-EOF.
006770 2500-EXIT.
006780     EXIT.
006790*****************************************************************
006800* 2510-RETURN-ONE-ENTRY - TAKE THE NEXT ENTRY BACK FROM THE SORT.
006810*****************************************************************
006820 2510-RETURN-ONE-ENTRY.
006830     RETURN PERSON-SORT-FILE
006840         AT END
006850             SET WS-SORT-EOF TO TRUE
006860     END-RETURN.
006870 2510-EXIT.
006880     EXIT.
006890*****************************************************************
006900* 2520-WRITE-LIST-RECORD - WRITE ONE MUSTLIST RECORD AND CHECK
006910* THE STATUS.
006920*****************************************************************
006930 2520-WRITE-LIST-RECORD.
006940     WRITE MUSTER-LIST-RECORD.
006950     IF WS-MUSTLIST-STATUS NOT = "00"
006960         DISPLAY "UNABLE TO WRITE MUSTER LIST - STATUS "
006970             WS-MUSTLIST-STATUS
006980         MOVE 16 TO RETURN-CODE
006990         STOP RUN
007000     END-IF.
007010 2520-EXIT.
007020     EXIT.
007030*****************************************************************
007040* 2530-SAVE-ONE-PERSON - TAKE ALL OF ONE PERSON'S ENTRIES, HOLDING
007050* THE EARLIEST ARRIVAL.  A PERSON WITH ANY BADGE-OUT ON THE DRILL
007060* DATE IS NOT ON SITE; ANYONE ELSE WITH AN ARRIVAL IS WRITTEN TO
007070* MUSTLIST AND COUNTED AGAINST THE SITE.
007080*****************************************************************
007090 2530-SAVE-ONE-PERSON.
007100     MOVE PS-RECORD-TYPE TO MK-LIST-TYPE.
007110     MOVE PS-PERSON-KEY TO MK-LIST-PERSON.
007120     MOVE "N" TO WS-DEPART-FOUND-SWITCH.
007130     MOVE "N" TO WS-ARRIVAL-HELD-SWITCH.
007140     PERFORM 2540-APPLY-ONE-ENTRY THRU 2540-EXIT
007150         UNTIL WS-SORT-EOF
007160             OR PS-RECORD-TYPE NOT = MK-LIST-TYPE
007170             OR PS-PERSON-KEY NOT = MK-LIST-PERSON.
007180     IF NOT WS-ARRIVAL-HELD
007190         GO TO 2530-EXIT
007200     END-IF.
007210     IF WS-DEPART-FOUND
007220         ADD 1 TO WS-DEPARTED-COUNT
007230         GO TO 2530-EXIT
007240     END-IF.
007250     PERFORM 2710-FILE-ENTRY-SITE THRU 2710-EXIT.
007260     PERFORM 2520-WRITE-LIST-RECORD THRU 2520-EXIT.
007270     ADD 1 TO WS-MUSTER-COUNT.
007280 2530-EXIT.
007290     EXIT.
007300*****************************************************************
007310* 2540-APPLY-ONE-ENTRY - NOTE A BADGE-OUT, OR BUILD THE MUSTLIST
007320* RECORD FROM THE PERSON'S FIRST ARRIVAL, AND RETURN THE NEXT
007330* ENTRY.  A REPEAT ARRIVAL ADDS NOTHING.
007340*****************************************************************
007350 2540-APPLY-ONE-ENTRY.
007360     IF PS-DEPARTURE
007370         SET WS-DEPART-FOUND TO TRUE
007380     END-IF.
007390     IF PS-ARRIVAL AND NOT WS-ARRIVAL-HELD
007400         SET WS-ARRIVAL-HELD TO TRUE
007410         MOVE SPACES TO MUSTER-LIST-RECORD
007420         SET ML-PERSON-ENTRY TO TRUE
007430         MOVE WS-DRILL-DATE TO ML-DRILL-DATE
007440         MOVE WS-DRILL-TIME TO ML-DRILL-TIME
007450         MOVE PS-SITE-CODE TO ML-SITE-CODE
007460         MOVE PS-DEPARTMENT TO ML-DEPARTMENT
007470         MOVE PS-RECORD-TYPE TO ML-RECORD-TYPE
007480         MOVE PS-EMPLOYEE-ID TO ML-EMPLOYEE-ID
007490         MOVE PS-PERSON-NAME TO ML-PERSON-NAME
007500         MOVE PS-HOST-EMPLOYEE-ID TO ML-HOST-EMPLOYEE-ID
007510         MOVE PS-ARRIVAL-TIME TO ML-ARRIVAL-TIME
007520     END-IF.
007530     PERFORM 2510-RETURN-ONE-ENTRY THRU 2510-EXIT.
007540 2540-EXIT.
007550     EXIT.
007560*****************************************************************
007570* 2600-PRINT-LIST-TOTALS - PRINT THE HEAD COUNTS BY SITE AND FOR
007580* THE WHOLE DRILL.
007590*****************************************************************
007600 2600-PRINT-LIST-TOTALS.
007610     MOVE "---- ON-SITE TOTALS ----" TO PRINT-RECORD.
007620     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
007630     PERFORM 2610-PRINT-ONE-SITE-TOTAL THRU 2610-EXIT
007640         VARYING WS-SITE-INDEX FROM 1 BY 1
007650         UNTIL WS-SITE-INDEX > WS-SITE-COUNT.
007660     MOVE "EMPLOYEES ON SITE:       " TO WS-CONTROL-LABEL.
007670     MOVE WS-EMPLOYEE-TOTAL TO WS-COUNT-EDIT.
007680     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
007690     MOVE "VISITORS ON SITE:        " TO WS-CONTROL-LABEL.
007700     MOVE WS-VISITOR-TOTAL TO WS-COUNT-EDIT.
007710     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
007720     IF WS-CANCELLED-COUNT > ZERO
007730         MOVE "CORRECTED AWAY:          " TO WS-CONTROL-LABEL
007740         MOVE WS-CANCELLED-COUNT TO WS-COUNT-EDIT
007750         PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT
007760     END-IF.
007770 2600-EXIT.
007780     EXIT.
007790*****************************************************************
007800* 2610-PRINT-ONE-SITE-TOTAL - ONE SITE'S HEAD COUNT.
007810*****************************************************************
007820 2610-PRINT-ONE-SITE-TOTAL.
007830     MOVE SPACES TO WS-CONTROL-LABEL.
007840     STRING "SITE " DELIMITED BY SIZE
007850             ST-SITE-CODE (WS-SITE-INDEX) DELIMITED BY SIZE
007860             " ON SITE:" DELIMITED BY SIZE
007870         INTO WS-CONTROL-LABEL.
007880     COMPUTE WS-COUNT-EDIT = ST-EMPLOYEE-COUNT (WS-SITE-INDEX)
007890         + ST-VISITOR-COUNT (WS-SITE-INDEX).
007900     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
007910 2610-EXIT.
007920     EXIT.
007930*****************************************************************
007940* 2710-FILE-ENTRY-SITE - FILE THE SITE OF THE PERSON IN THE
007950* MUSTLIST RECORD, A BLANK SITE READING AS THE MAIN BUILDING, AND
007960* COUNT THE PERSON AGAINST IT.
007970*****************************************************************
007980 2710-FILE-ENTRY-SITE.
007990     IF ML-SITE-CODE = SPACES
008000         MOVE "HQ " TO ML-SITE-CODE
008010     END-IF.
008020     MOVE ML-SITE-CODE TO WS-CAND-SITE.
008030     PERFORM 5000-FIND-OR-ADD-SITE THRU 5000-EXIT.
008040     IF ML-RECORD-TYPE = "E"
008050         ADD 1 TO ST-EMPLOYEE-COUNT (WS-SITE-INDEX)
008060         ADD 1 TO WS-EMPLOYEE-TOTAL
008070     ELSE
008080         ADD 1 TO ST-VISITOR-COUNT (WS-SITE-INDEX)
008090         ADD 1 TO WS-VISITOR-TOTAL
008100     END-IF.
008110 2710-EXIT.
008120     EXIT.
008130*****************************************************************
008140* 3000-CHECK-MUSTER-LIST - THE CHECK PASS.  READ THE SAVED LIST'S
008150* HEADER, SORT THE WARDENS' CHECK-OFFS BY PERSON AND MATCH THEM
008160* AGAINST THE LIST, SORT WHOEVER IS STILL UNACCOUNTED FOR ON SITE
008170* AND DEPARTMENT TO PRINT, AND APPEND THE DRILL TO THE HISTORY
008180* FILE.
008190*****************************************************************
008200 3000-CHECK-MUSTER-LIST.
008210     MOVE WS-TODAY TO WS-CHECKED-DATE.
008220     MOVE WS-TIME-NOW(1:4) TO WS-CHECKED-TIME.
008230     OPEN INPUT MUSTER-LIST-FILE.
008240     IF WS-MUSTLIST-STATUS NOT = "00"
008250         DISPLAY "UNABLE TO OPEN MUSTER LIST - STATUS "
008260             WS-MUSTLIST-STATUS
008270         MOVE 16 TO RETURN-CODE
008280         STOP RUN
008290     END-IF.
008300     PERFORM 3100-READ-LIST-HEADER THRU 3100-EXIT.
008310     DISPLAY "DRILL DATE:  " WS-DRILL-DATE.
008320     DISPLAY "DRILL START: " WS-DRILL-TIME.
008330     IF WS-WRAP-MIDNIGHT
008340         DISPLAY "CHECK-OFFS BEFORE THE START TAKEN AS NEXT DAY"
008350     END-IF.
008360     MOVE SPACES TO PRINT-RECORD.
008370     STRING "---- MUSTER CHECK " DELIMITED BY SIZE
008380             WS-DRILL-DATE DELIMITED BY SIZE
008390             " DRILL START " DELIMITED BY SIZE
008400             WS-DRILL-TIME DELIMITED BY SIZE
008410             " CHECKED " DELIMITED BY SIZE
008420             WS-CHECKED-DATE DELIMITED BY SIZE
008430             " " DELIMITED BY SIZE
008440             WS-CHECKED-TIME DELIMITED BY SIZE
008450             " ----" DELIMITED BY SIZE
008460         INTO PRINT-RECORD.
008470     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
008480     MOVE SPACES TO PRINT-RECORD.
008490     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
008500     OPEN OUTPUT MUSTER-WORK-FILE.
008510     IF WS-MUSTWORK-STATUS NOT = "00"
008520         DISPLAY "UNABLE TO OPEN MUSTER WORK FILE - STATUS "
008530             WS-MUSTWORK-STATUS
008540         MOVE 16 TO RETURN-CODE
008550         STOP RUN
008560     END-IF.
008570     SORT CHECK-SORT-FILE
008580         ON ASCENDING KEY CS-RECORD-TYPE CS-PERSON-KEY CS-SEQUENCE
008590         INPUT PROCEDURE IS 3200-RELEASE-CHECKOFFS THRU 3200-EXIT
008600         OUTPUT PROCEDURE IS 3500-MATCH-CHECKOFFS THRU 3500-EXIT.
008610     IF SORT-RETURN NOT = ZERO
008620         DISPLAY "CHECK-OFF SORT FAILED - SORT-RETURN "
008630             SORT-RETURN
008640         MOVE 16 TO RETURN-CODE
008650         STOP RUN
008660     END-IF.
008670     CLOSE MUSTER-LIST-FILE.
008680     CLOSE MUSTER-WORK-FILE.
008690     IF WS-EXCEPTION-COUNT > ZERO
008700         MOVE SPACES TO PRINT-RECORD
008710         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
008720     END-IF.
008730     MOVE "STILL UNACCOUNTED FOR:" TO PRINT-RECORD.
008740     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
008750     MOVE SPACES TO PRINT-RECORD.
008760     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
008770     MOVE "N" TO WS-PRINT-ALL-SWITCH.
008780     SORT LIST-SORT-FILE
008790         ON ASCENDING KEY LS-SITE-CODE LS-DEPARTMENT
008800             LS-RECORD-TYPE LS-PERSON-NAME
008810         USING MUSTER-WORK-FILE
008820         OUTPUT PROCEDURE IS 6000-PRINT-BY-SITE THRU 6000-EXIT.
008830     IF SORT-RETURN NOT = ZERO
008840         DISPLAY "LIST SORT FAILED - SORT-RETURN " SORT-RETURN
008850         MOVE 16 TO RETURN-CODE
008860         STOP RUN
008870     END-IF.
008880     PERFORM 6300-PRINT-CLEAR-SITE THRU 6300-EXIT
008890         VARYING WS-SITE-INDEX FROM 1 BY 1
008900         UNTIL WS-SITE-INDEX > WS-SITE-COUNT.
008910     PERFORM 3400-FINISH-DRILL THRU 3400-EXIT.
008920     IF WS-UNACCOUNTED-TOTAL > ZERO OR WS-UNLISTED-COUNT > ZERO
008930         IF RETURN-CODE < 4
008940             MOVE 4 TO RETURN-CODE
008950         END-IF
008960     END-IF.
008970 3000-EXIT.
008980     EXIT.
008990*****************************************************************
009000* 3100-READ-LIST-HEADER - THE FIRST MUSTLIST RECORD MUST BE THE
009010* HEADER; IT GIVES THE DRILL DATE AND START.
009020*****************************************************************
009030 3100-READ-LIST-HEADER.
009040     READ MUSTER-LIST-FILE
009050         AT END
009060             SET WS-MUSTLIST-EOF TO TRUE
009070     END-READ.
009080     IF WS-MUSTLIST-EOF OR NOT ML-HEADER-ENTRY
009090         DISPLAY "MUSTER LIST HAS NO HEADER - RUN PARM=LIST FIRST"
009100         MOVE 16 TO RETURN-CODE
009110         STOP RUN
009120     END-IF.
009130     ADD 1 TO WS-MUSTLIST-READ-COUNT.
009140     MOVE ML-DRILL-DATE TO WS-DRILL-DATE.
009150     MOVE ML-DRILL-TIME TO WS-DRILL-TIME.
009160 3100-EXIT.
009170     EXIT.
009180*****************************************************************
009190* 3200-RELEASE-CHECKOFFS - SORT INPUT PROCEDURE.  READ AND EDIT
009200* THE WHOLE CHECK-OFF FILE, RELEASING EACH GOOD CHECK-OFF TO THE
009210* SORT.
009220*****************************************************************
009230 3200-RELEASE-CHECKOFFS.
009240     OPEN INPUT CHECKOFF-FILE.
009250     IF WS-CHECKOFF-STATUS NOT = "00" AND
009260             WS-CHECKOFF-STATUS NOT = "05"
009270         DISPLAY "UNABLE TO OPEN CHECK-OFF FILE - STATUS "
009280             WS-CHECKOFF-STATUS
009290         MOVE 16 TO RETURN-CODE
009300         STOP RUN
009310     END-IF.
009320     PERFORM 3210-EDIT-ONE-CHECKOFF THRU 3210-EXIT
009330         UNTIL WS-CHECKOFF-EOF.
009340     CLOSE CHECKOFF-FILE.
009350 3200-EXIT.
009360     EXIT.
009370*****************************************************************
009380* 3210-EDIT-ONE-CHECKOFF - READ ONE WARDEN CHECK-OFF.  ONE FOR
009390* ANOTHER DRILL DATE IS COUNTED AND SKIPPED; ONE WITH NO PERSON,
009400* A BAD TIME, OR A TIME BEFORE THE DRILL START (UNLESS THE DRILL
009410* RAN PAST MIDNIGHT) IS PRINTED.  ANY OTHER IS RELEASED TO THE
009420* SORT UNDER THE SAME PERSON KEY AS MUSTLIST.
009430*****************************************************************
009440 3210-EDIT-ONE-CHECKOFF.
009450     READ CHECKOFF-FILE
009460         AT END
009470             SET WS-CHECKOFF-EOF TO TRUE
009480             GO TO 3210-EXIT
009490     END-READ.
009500     ADD 1 TO WS-CHECKOFF-READ-COUNT.
009510     IF MC-DRILL-DATE NOT = WS-DRILL-DATE
009520         ADD 1 TO WS-OFF-DRILL-COUNT
009530         GO TO 3210-EXIT
009540     END-IF.
009550     IF MC-SITE-CODE = SPACES
009560         MOVE "HQ " TO MC-SITE-CODE
009570     END-IF.
009580     IF MC-TYPE-EMPLOYEE
009590         MOVE "E" TO WS-CAND-TYPE
009600     ELSE
009610         MOVE MC-RECORD-TYPE TO WS-CAND-TYPE
009620     END-IF.
009630     MOVE MC-RECORD-TYPE TO WS-EXC-RECORD-TYPE.
009640     MOVE MC-EMPLOYEE-ID TO WS-EXC-EMPLOYEE-ID.
009650     MOVE MC-PERSON-NAME TO WS-EXC-PERSON-NAME.
009660     MOVE MC-SITE-CODE TO WS-EXC-SITE-CODE.
009670     MOVE MC-WARDEN-ID TO WS-EXC-WARDEN-ID.
009680     MOVE MC-CHECK-TIME TO WS-EXC-CHECK-TIME.
009690     MOVE SPACES TO WS-EXCEPTION-REASON.
009700     IF NOT MC-TYPE-EMPLOYEE AND NOT MC-TYPE-VISITOR
009710             AND NOT MC-TYPE-CONTRACTOR
009720         MOVE "REJECTED - UNKNOWN TYPE" TO WS-EXCEPTION-REASON
009730     END-IF.
009740     IF WS-CAND-TYPE = "E" AND MC-EMPLOYEE-ID = SPACES
009750         MOVE "REJECTED - NO EMPLOYEE ID" TO WS-EXCEPTION-REASON
009760     END-IF.
009770     IF WS-CAND-TYPE NOT = "E" AND MC-PERSON-NAME = SPACES
009780         MOVE "REJECTED - NO NAME" TO WS-EXCEPTION-REASON
009790     END-IF.
009800     IF MC-CHECK-TIME NOT NUMERIC
009810         MOVE "REJECTED - CHECK TIME NOT HHMM"
009820             TO WS-EXCEPTION-REASON
009830     ELSE
009840         IF MC-CHECK-TIME < WS-DRILL-TIME
009850                 AND NOT WS-WRAP-MIDNIGHT
009860             MOVE "REJECTED - BEFORE DRILL START"
009870                 TO WS-EXCEPTION-REASON
009880         END-IF
009890     END-IF.
009900     IF WS-EXCEPTION-REASON NOT = SPACES
009910         ADD 1 TO WS-REJECTED-CHECK-COUNT
009920         PERFORM 3220-PRINT-CHECKOFF-EXCEPTION THRU 3220-EXIT
009930         GO TO 3210-EXIT
009940     END-IF.
009950     MOVE SPACES TO CHECK-SORT-RECORD.
009960     MOVE WS-CAND-TYPE TO CS-RECORD-TYPE.
009970     IF WS-CAND-TYPE = "E"
009980         MOVE MC-EMPLOYEE-ID TO CS-PERSON-KEY
009990     ELSE
010000         MOVE MC-PERSON-NAME TO CS-PERSON-KEY
010010     END-IF.
010020     MOVE WS-CHECKOFF-READ-COUNT TO CS-SEQUENCE.
010030     MOVE MC-SITE-CODE TO CS-SITE-CODE.
010040     MOVE MC-WARDEN-ID TO CS-WARDEN-ID.
010050     MOVE MC-CHECK-TIME TO CS-CHECK-TIME.
010060     MOVE MC-EMPLOYEE-ID TO CS-EMPLOYEE-ID.
010070     MOVE MC-PERSON-NAME TO CS-PERSON-NAME.
010080     RELEASE CHECK-SORT-RECORD.
010090 3210-EXIT.
010100     EXIT.
010110*****************************************************************
010120* 3220-PRINT-CHECKOFF-EXCEPTION - PRINT ONE CHECK-OFF THAT COULD
010130* NOT BE APPLIED, WITH A SECTION HEADER AHEAD OF THE FIRST ONE.
010140* THE CHECK-OFF COMES IN THE WS-EXC- FIELDS AND THE REASON IN
010150* WS-EXCEPTION-REASON.
010160*****************************************************************
010170 3220-PRINT-CHECKOFF-EXCEPTION.
010180     IF WS-EXCEPTION-COUNT = ZERO
010190         MOVE "CHECK-OFFS NOT APPLIED:" TO PRINT-RECORD
010200         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
010210     END-IF.
010220     ADD 1 TO WS-EXCEPTION-COUNT.
010230     MOVE SPACES TO PRINT-RECORD.
010240     STRING "  " DELIMITED BY SIZE
010250             WS-EXC-RECORD-TYPE DELIMITED BY SIZE
010260             " " DELIMITED BY SIZE
010270             WS-EXC-EMPLOYEE-ID DELIMITED BY SIZE
010280             " " DELIMITED BY SIZE
010290             WS-EXC-PERSON-NAME DELIMITED BY SIZE
010300             " " DELIMITED BY SIZE
010310             WS-EXC-SITE-CODE DELIMITED BY SIZE
010320             " WARDEN " DELIMITED BY SIZE
010330             WS-EXC-WARDEN-ID DELIMITED BY SIZE
010340             " AT " DELIMITED BY SIZE
010350             WS-EXC-CHECK-TIME DELIMITED BY SIZE
010360             "  " DELIMITED BY SIZE
010370             WS-EXCEPTION-REASON DELIMITED BY SIZE
010380         INTO PRINT-RECORD.
010390     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
010400 3220-EXIT.
010410     EXIT.
010420*****************************************************************
010430* 3300-COUNT-ONE-PERSON - ADD THE PERSON IN THE MUSTLIST RECORD
010440* TO THE SITE'S ACCOUNTED OR UNACCOUNTED COUNT, KEEPING THE
010450* SITE'S LATEST CHECK-OFF TIME.  SOMEONE UNACCOUNTED FOR GOES TO
010460* THE WORK FILE FOR PRINTING.
010470*****************************************************************
010480 3300-COUNT-ONE-PERSON.
010490     PERFORM 2710-FILE-ENTRY-SITE THRU 2710-EXIT.
010500     IF NOT WS-PERSON-ACCOUNTED
010510         ADD 1 TO ST-UNACCOUNTED-COUNT (WS-SITE-INDEX)
010520         ADD 1 TO WS-UNACCOUNTED-TOTAL
010530         WRITE MUSTER-WORK-RECORD FROM MUSTER-LIST-RECORD
010540         IF WS-MUSTWORK-STATUS NOT = "00"
010550             DISPLAY "UNABLE TO WRITE MUSTER WORK FILE - STATUS "
010560                 WS-MUSTWORK-STATUS
010570             MOVE 16 TO RETURN-CODE
010580             STOP RUN
010590         END-IF
010600         GO TO 3300-EXIT
010610     END-IF.
010620     ADD 1 TO ST-ACCOUNTED-COUNT (WS-SITE-INDEX).
010630     ADD 1 TO WS-ACCOUNTED-TOTAL.
010640     IF ST-LAST-CHECK-TIME (WS-SITE-INDEX) = SPACES
010650         MOVE WS-PERSON-CHECK-TIME TO
010660             ST-LAST-CHECK-TIME (WS-SITE-INDEX)
010670         GO TO 3300-EXIT
010680     END-IF.
010690     MOVE ST-LAST-CHECK-TIME (WS-SITE-INDEX) TO TW-HHMM.
010700     PERFORM 3310-MINUTES-FROM-START THRU 3310-EXIT.
010710     MOVE WS-END-MINUTES TO WS-CLEARANCE-MINUTES.
010720     MOVE WS-PERSON-CHECK-TIME TO TW-HHMM.
010730     PERFORM 3310-MINUTES-FROM-START THRU 3310-EXIT.
010740     IF WS-END-MINUTES > WS-CLEARANCE-MINUTES
010750         MOVE WS-PERSON-CHECK-TIME TO
010760             ST-LAST-CHECK-TIME (WS-SITE-INDEX)
010770     END-IF.
010780 3300-EXIT.
010790     EXIT.
010800*****************************************************************
010810* 3310-MINUTES-FROM-START - MINUTES FROM THE DRILL START TO THE
010820* HHMM TIME IN TW-HHMM, INTO WS-END-MINUTES.  A TIME EARLIER IN
010830* THE DAY THAN THE START IS TAKEN AS PAST MIDNIGHT ONLY WHEN THE
010840* CHECK PASS WAS TOLD THE DRILL RAN PAST MIDNIGHT; OTHERWISE IT
010850* COUNTS AS THE START ITSELF.
010860*****************************************************************
010870 3310-MINUTES-FROM-START.
010880     MOVE TW-HHMM TO WS-TIME-HOLD.
010890     MOVE WS-DRILL-TIME TO TW-HHMM.
010900     COMPUTE WS-START-MINUTES = TW-HOURS * 60 + TW-MINUTES.
010910     MOVE WS-TIME-HOLD TO TW-HHMM.
010920     COMPUTE WS-END-MINUTES = TW-HOURS * 60 + TW-MINUTES.
010930     IF WS-END-MINUTES < WS-START-MINUTES
010940         IF WS-WRAP-MIDNIGHT
010950             ADD 1440 TO WS-END-MINUTES
010960         ELSE
010970             MOVE WS-START-MINUTES TO WS-END-MINUTES
010980         END-IF
010990     END-IF.
011000     SUBTRACT WS-START-MINUTES FROM WS-END-MINUTES.
011010 3310-EXIT.
011020     EXIT.
011030*****************************************************************
011040* 3400-FINISH-DRILL - PRINT EACH SITE'S COUNTS AND CLEARANCE,
011050* APPEND THEM TO THE MUSTER HISTORY, AND FINISH WITH THE
011060* WHOLE-DRILL RECORD UNDER SITE "*".
011070*****************************************************************
011080 3400-FINISH-DRILL.
011090     MOVE "---- MUSTER TOTALS ----" TO PRINT-RECORD.
011100     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
011110     OPEN EXTEND MUSTER-HISTORY-FILE.
011120     IF WS-MUSTHIST-STATUS NOT = "00" AND
011130             WS-MUSTHIST-STATUS NOT = "05"
011140         DISPLAY "UNABLE TO OPEN MUSTER HISTORY - STATUS "
011150             WS-MUSTHIST-STATUS
011160         MOVE 16 TO RETURN-CODE
011170         STOP RUN
011180     END-IF.
011190     MOVE SPACES TO WS-LAST-CHECK-TIME.
011200     MOVE ZERO TO WS-LAST-CHECK-MINUTES.
011210     PERFORM 3410-FINISH-ONE-SITE THRU 3410-EXIT
011220         VARYING WS-SITE-INDEX FROM 1 BY 1
011230         UNTIL WS-SITE-INDEX > WS-SITE-COUNT.
011240     MOVE SPACES TO MUSTER-HISTORY-RECORD.
011250     MOVE "*" TO MH-SITE-CODE.
011260     MOVE WS-EMPLOYEE-TOTAL TO MH-EMPLOYEE-COUNT.
011270     MOVE WS-VISITOR-TOTAL TO MH-VISITOR-COUNT.
011280     MOVE WS-ACCOUNTED-TOTAL TO MH-ACCOUNTED-COUNT.
011290     MOVE WS-UNACCOUNTED-TOTAL TO MH-UNACCOUNTED-COUNT.
011300     MOVE WS-UNLISTED-COUNT TO MH-UNLISTED-COUNT.
011310     MOVE WS-LAST-CHECK-TIME TO MH-LAST-CHECK-TIME.
011320     MOVE "ALL SITES ON SITE:       " TO WS-CONTROL-LABEL.
011330     COMPUTE WS-COUNT-EDIT = MH-EMPLOYEE-COUNT
011340         + MH-VISITOR-COUNT.
011350     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
011360     PERFORM 3420-WRITE-HISTORY THRU 3420-EXIT.
011370     CLOSE MUSTER-HISTORY-FILE.
011380 3400-EXIT.
011390     EXIT.
011400*****************************************************************
011410* 3410-FINISH-ONE-SITE - ONE SITE'S COUNTS TO THE REPORT AND THE
011420* HISTORY FILE, CARRYING THE LATEST CHECK-OFF ACROSS ALL SITES
011430* FORWARD FOR THE WHOLE-DRILL RECORD.
011440*****************************************************************
011450 3410-FINISH-ONE-SITE.
011460     MOVE SPACES TO MUSTER-HISTORY-RECORD.
011470     MOVE ST-SITE-CODE (WS-SITE-INDEX) TO MH-SITE-CODE.
011480     MOVE ST-EMPLOYEE-COUNT (WS-SITE-INDEX) TO MH-EMPLOYEE-COUNT.
011490     MOVE ST-VISITOR-COUNT (WS-SITE-INDEX) TO MH-VISITOR-COUNT.
011500     MOVE ST-ACCOUNTED-COUNT (WS-SITE-INDEX) TO
011510         MH-ACCOUNTED-COUNT.
011520     MOVE ST-UNACCOUNTED-COUNT (WS-SITE-INDEX) TO
011530         MH-UNACCOUNTED-COUNT.
011540     MOVE ST-UNLISTED-COUNT (WS-SITE-INDEX) TO MH-UNLISTED-COUNT.
011550     MOVE ST-LAST-CHECK-TIME (WS-SITE-INDEX) TO
011560         MH-LAST-CHECK-TIME.
011570     IF MH-LAST-CHECK-TIME NOT = SPACES
011580         MOVE MH-LAST-CHECK-TIME TO TW-HHMM
011590         PERFORM 3310-MINUTES-FROM-START THRU 3310-EXIT
011600         IF WS-LAST-CHECK-TIME = SPACES
011610                 OR WS-END-MINUTES > WS-LAST-CHECK-MINUTES
011620             MOVE MH-LAST-CHECK-TIME TO WS-LAST-CHECK-TIME
011630             MOVE WS-END-MINUTES TO WS-LAST-CHECK-MINUTES
011640         END-IF
011650     END-IF.
011660     MOVE SPACES TO WS-CONTROL-LABEL.
011670     STRING "SITE " DELIMITED BY SIZE
011680             MH-SITE-CODE DELIMITED BY SIZE
011690             " ON SITE:" DELIMITED BY SIZE
011700         INTO WS-CONTROL-LABEL.
011710     COMPUTE WS-COUNT-EDIT = MH-EMPLOYEE-COUNT
011720         + MH-VISITOR-COUNT.
011730     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
011740     PERFORM 3420-WRITE-HISTORY THRU 3420-EXIT.
011750 3410-EXIT.
011760     EXIT.
011770*****************************************************************
011780* 3420-WRITE-HISTORY - FINISH THE HISTORY RECORD BUILT BY THE
011790* CALLER - DRILL AND CHECK STAMPS, CLEARANCE MINUTES, AND THE
011800* CLEARED FLAG - PRINT ITS ACCOUNTED, UNACCOUNTED, AND
011810* CLEARANCE LINES, AND APPEND IT TO MUSTHIST.
011820*****************************************************************
011830 3420-WRITE-HISTORY.
011840     MOVE WS-DRILL-DATE TO MH-DRILL-DATE.
011850     MOVE WS-DRILL-TIME TO MH-DRILL-TIME.
011860     MOVE WS-CHECKED-DATE TO MH-CHECKED-DATE.
011870     MOVE WS-CHECKED-TIME TO MH-CHECKED-TIME.
011880     MOVE ZERO TO MH-CLEARANCE-MINUTES.
011890     IF MH-LAST-CHECK-TIME NOT = SPACES
011900         MOVE MH-LAST-CHECK-TIME TO TW-HHMM
011910         PERFORM 3310-MINUTES-FROM-START THRU 3310-EXIT
011920         MOVE WS-END-MINUTES TO MH-CLEARANCE-MINUTES
011930     END-IF.
011940     IF MH-UNACCOUNTED-COUNT = ZERO
011950         SET MH-SITE-CLEARED TO TRUE
011960     ELSE
011970         MOVE "N" TO MH-CLEARED-FLAG
011980     END-IF.
011990     MOVE "  ACCOUNTED FOR:         " TO WS-CONTROL-LABEL.
012000     MOVE MH-ACCOUNTED-COUNT TO WS-COUNT-EDIT.
012010     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
012020     MOVE "  UNACCOUNTED FOR:       " TO WS-CONTROL-LABEL.
012030     MOVE MH-UNACCOUNTED-COUNT TO WS-COUNT-EDIT.
012040     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
012050     MOVE "  NOT ON LIST:           " TO WS-CONTROL-LABEL.
012060     MOVE MH-UNLISTED-COUNT TO WS-COUNT-EDIT.
012070     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
012080     MOVE SPACES TO PRINT-RECORD.
012090     IF MH-SITE-CLEARED
012100         STRING "  CLEARED IN " DELIMITED BY SIZE
012110                 MH-CLEARANCE-MINUTES DELIMITED BY SIZE
012120                 " MINUTES, LAST CHECK-OFF AT " DELIMITED BY SIZE
012130                 MH-LAST-CHECK-TIME DELIMITED BY SIZE
012140             INTO PRINT-RECORD
012150     ELSE
012160         STRING "  NOT CLEARED - LAST CHECK-OFF AT "
012170                 DELIMITED BY SIZE
012180                 MH-LAST-CHECK-TIME DELIMITED BY SIZE
012190                 ", " DELIMITED BY SIZE
012200                 MH-CLEARANCE-MINUTES DELIMITED BY SIZE
012210                 " MINUTES IN" DELIMITED BY SIZE
012220             INTO PRINT-RECORD
012230     END-IF.
012240     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
012250     WRITE MUSTER-HISTORY-RECORD.
012260     IF WS-MUSTHIST-STATUS NOT = "00"
012270         DISPLAY "UNABLE TO WRITE MUSTER HISTORY - STATUS "
012280             WS-MUSTHIST-STATUS
012290         MOVE 16 TO RETURN-CODE
012300         STOP RUN
012310     END-IF.
012320     ADD 1 TO WS-HISTORY-WRITTEN.
012330 3420-EXIT.
012340     EXIT.
012350*****************************************************************
012360* 3500-MATCH-CHECKOFFS - SORT OUTPUT PROCEDURE.  MATCH THE SORTED
012370* CHECK-OFFS AGAINST MUSTLIST, WHICH THE LIST PASS WROTE IN THE
012380* SAME PERSON ORDER, ONE KEY AT A TIME UNTIL BOTH RUN OUT.
012390*****************************************************************
012400 3500-MATCH-CHECKOFFS.
012410     MOVE "N" TO WS-SORT-EOF-SWITCH.
012420     MOVE LOW-VALUES TO MK-PRIOR-LIST-KEY.
012430     PERFORM 3510-READ-LIST-PERSON THRU 3510-EXIT.
012440     PERFORM 3520-RETURN-ONE-CHECKOFF THRU 3520-EXIT.
012450     PERFORM 3530-MATCH-ONE-KEY THRU 3530-EXIT
012460         UNTIL MK-LIST-KEY = HIGH-VALUES
012470             AND MK-CHECK-KEY = HIGH-VALUES.
012480 3500-EXIT.
012490     EXIT.
012500*****************************************************************
012510* 3510-READ-LIST-PERSON - READ THE NEXT PERSON FROM MUSTLIST AND
012520* BUILD THE PERSON KEY, STOPPING THE RUN CLEANLY IF THE LIST IS
012530* NOT IN PERSON ORDER.  THE PERSON STARTS UNACCOUNTED FOR.
012540*****************************************************************
012550 3510-READ-LIST-PERSON.
012560     MOVE "N" TO WS-PERSON-ACCOUNTED-SWITCH.
012570     MOVE SPACES TO WS-PERSON-CHECK-TIME.
012580     READ MUSTER-LIST-FILE
012590         AT END
012600             SET WS-MUSTLIST-EOF TO TRUE
012610             MOVE HIGH-VALUES TO MK-LIST-KEY
012620             GO TO 3510-EXIT
012630     END-READ.
012640     ADD 1 TO WS-MUSTLIST-READ-COUNT.
012650     MOVE ML-RECORD-TYPE TO MK-LIST-TYPE.
012660     IF ML-TYPE-EMPLOYEE
012670         MOVE ML-EMPLOYEE-ID TO MK-LIST-PERSON
012680     ELSE
012690         MOVE ML-PERSON-NAME TO MK-LIST-PERSON
012700     END-IF.
012710     IF NOT ML-PERSON-ENTRY OR MK-LIST-KEY NOT > MK-PRIOR-LIST-KEY
012720         DISPLAY "MUSTER LIST OUT OF SEQUENCE AT RECORD "
012730             WS-MUSTLIST-READ-COUNT " - RUN PARM=LIST AGAIN"
012740         MOVE 16 TO RETURN-CODE
012750         STOP RUN
012760     END-IF.
012770     MOVE MK-LIST-KEY TO MK-PRIOR-LIST-KEY.
012780 3510-EXIT.
012790     EXIT.
012800*****************************************************************
012810* 3520-RETURN-ONE-CHECKOFF - TAKE THE NEXT CHECK-OFF BACK FROM THE
012820* SORT AND BUILD ITS PERSON KEY.
012830*****************************************************************
012840 3520-RETURN-ONE-CHECKOFF.
012850     RETURN CHECK-SORT-FILE
012860         AT END
012870             SET WS-SORT-EOF TO TRUE
012880             MOVE HIGH-VALUES TO MK-CHECK-KEY
012890             GO TO 3520-EXIT
012900     END-RETURN.
012910     MOVE CS-RECORD-TYPE TO MK-CHECK-TYPE.
012920     MOVE CS-PERSON-KEY TO MK-CHECK-PERSON.
012930 3520-EXIT.
012940     EXIT.
012950*****************************************************************
012960* 3530-MATCH-ONE-KEY - A LIST PERSON BELOW THE NEXT CHECK-OFF HAS
012970* HAD ALL THEIR CHECK-OFFS AND IS COUNTED; A CHECK-OFF BELOW THE
012980* NEXT LIST PERSON NAMES SOMEONE NOT ON THE LIST AND IS PRINTED.
012990* ON A MATCH THE FIRST CHECK-OFF ACCOUNTS FOR THE PERSON AND ANY
013000* LATER ONE IS COUNTED ONLY.
013010*****************************************************************
013020 3530-MATCH-ONE-KEY.
013030     IF MK-LIST-KEY < MK-CHECK-KEY
013040         PERFORM 3300-COUNT-ONE-PERSON THRU 3300-EXIT
013050         PERFORM 3510-READ-LIST-PERSON THRU 3510-EXIT
013060         GO TO 3530-EXIT
013070     END-IF.
013080     IF MK-CHECK-KEY < MK-LIST-KEY
013090         PERFORM 3540-REPORT-UNLISTED THRU 3540-EXIT
013100         PERFORM 3520-RETURN-ONE-CHECKOFF THRU 3520-EXIT
013110         GO TO 3530-EXIT
013120     END-IF.
013130     IF WS-PERSON-ACCOUNTED
013140         ADD 1 TO WS-DUPLICATE-CHECK-COUNT
013150     ELSE
013160         SET WS-PERSON-ACCOUNTED TO TRUE
013170         MOVE CS-CHECK-TIME TO WS-PERSON-CHECK-TIME
013180     END-IF.
013190     PERFORM 3520-RETURN-ONE-CHECKOFF THRU 3520-EXIT.
013200 3530-EXIT.
013210     EXIT.
013220*****************************************************************
013230* 3540-REPORT-UNLISTED - COUNT AND PRINT A CHECK-OFF NAMING NO
013240* ONE ON THE MUSTER LIST AGAINST THE WARDEN'S SITE.
013250*****************************************************************
013260 3540-REPORT-UNLISTED.
013270     ADD 1 TO WS-UNLISTED-COUNT.
013280     MOVE CS-SITE-CODE TO WS-CAND-SITE.
013290     PERFORM 5000-FIND-OR-ADD-SITE THRU 5000-EXIT.
013300     ADD 1 TO ST-UNLISTED-COUNT (WS-SITE-INDEX).
013310     MOVE CS-RECORD-TYPE TO WS-EXC-RECORD-TYPE.
013320     MOVE CS-EMPLOYEE-ID TO WS-EXC-EMPLOYEE-ID.
013330     MOVE CS-PERSON-NAME TO WS-EXC-PERSON-NAME.
013340     MOVE CS-SITE-CODE TO WS-EXC-SITE-CODE.
013350     MOVE CS-WARDEN-ID TO WS-EXC-WARDEN-ID.
013360     MOVE CS-CHECK-TIME TO WS-EXC-CHECK-TIME.
013370     MOVE "NOT ON THE MUSTER LIST" TO WS-EXCEPTION-REASON.
013380     PERFORM 3220-PRINT-CHECKOFF-EXCEPTION THRU 3220-EXIT.
013390 3540-EXIT.
013400     EXIT.
013410*****************************************************************
013420* 5000-FIND-OR-ADD-SITE - LEAVE WS-SITE-INDEX ON WS-CAND-SITE'S
013430* ENTRY, ADDING IT IN FIRST-SEEN ORDER WHEN NEW AND STOPPING THE
013440* RUN CLEANLY IF THE TABLE BOUND IS EVER HIT.
013450*****************************************************************
013460 5000-FIND-OR-ADD-SITE.
013470     MOVE "N" TO WS-SITE-FOUND-SWITCH.
013480     PERFORM 5010-TEST-ONE-SITE THRU 5010-EXIT
013490         VARYING WS-SITE-INDEX FROM 1 BY 1
013500         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
013510             OR WS-SITE-FOUND.
013520     IF WS-SITE-FOUND
013530         SUBTRACT 1 FROM WS-SITE-INDEX
013540         GO TO 5000-EXIT
013550     END-IF.
013560     IF WS-SITE-COUNT >= WS-MAX-SITES
013570         DISPLAY "SITES EXCEED TABLE OF " WS-MAX-SITES
013580             " - ENLARGE SITE-TABLE"
013590         MOVE 16 TO RETURN-CODE
013600         STOP RUN
013610     END-IF.
013620     ADD 1 TO WS-SITE-COUNT.
013630     MOVE WS-SITE-COUNT TO WS-SITE-INDEX.
013640     MOVE WS-CAND-SITE TO ST-SITE-CODE (WS-SITE-INDEX).
013650 5000-EXIT.
013660     EXIT.
013670*****************************************************************
013680* 5010-TEST-ONE-SITE - COMPARE ONE TABLE ENTRY.
013690*****************************************************************
013700 5010-TEST-ONE-SITE.
013710     IF ST-SITE-CODE (WS-SITE-INDEX) = WS-CAND-SITE
013720         SET WS-SITE-FOUND TO TRUE
013730     END-IF.
013740 5010-EXIT.
013750     EXIT.
013760*****************************************************************
013770* 6000-PRINT-BY-SITE - SORT OUTPUT PROCEDURE.  PRINT THE SORTED
013780* MUSTLIST RECORDS BY SITE AND, WITHIN EACH SITE, BY DEPARTMENT,
013790* BOTH IN CODE ORDER, SKIPPING THE LIST HEADER.  THE LIST PASS
013800* PRINTS EVERYONE WITH A BOX FOR THE WARDEN TO TICK; THE CHECK
013810* PASS IS HANDED ONLY THOSE STILL UNACCOUNTED FOR.
013820*****************************************************************
013830 6000-PRINT-BY-SITE.
013840     MOVE "N" TO WS-SORT-EOF-SWITCH.
013850     PERFORM 6010-RETURN-ONE-LINE THRU 6010-EXIT.
013860     IF NOT WS-SORT-EOF AND LS-HEADER-ENTRY
013870         PERFORM 6010-RETURN-ONE-LINE THRU 6010-EXIT
013880     END-IF.
013890     PERFORM 6100-PRINT-ONE-SITE THRU 6100-EXIT
013900         UNTIL WS-SORT-EOF.
013910 6000-EXIT.
013920     EXIT.
013930*****************************************************************
013940* 6010-RETURN-ONE-LINE - TAKE THE NEXT RECORD BACK FROM THE SORT.
013950*****************************************************************
013960 6010-RETURN-ONE-LINE.
013970     RETURN LIST-SORT-FILE
013980         AT END
013990             SET WS-SORT-EOF TO TRUE
014000     END-RETURN.
014010 6010-EXIT.
014020     EXIT.
014030*****************************************************************
014040* 6100-PRINT-ONE-SITE - PRINT THE SITE HEADING, EACH DEPARTMENT
014050* AT THE SITE, AND THE NUMBER OF PEOPLE LISTED.
014060*****************************************************************
014070 6100-PRINT-ONE-SITE.
014080     MOVE LS-SITE-CODE TO WS-CAND-SITE.
014090     MOVE ZERO TO WS-SITE-LINE-COUNT.
014100     MOVE SPACES TO PRINT-RECORD.
014110     STRING "SITE " DELIMITED BY SIZE
014120             WS-CAND-SITE DELIMITED BY SIZE
014130         INTO PRINT-RECORD.
014140     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014150     PERFORM 6200-PRINT-ONE-DEPT THRU 6200-EXIT
014160         UNTIL WS-SORT-EOF
014170             OR LS-SITE-CODE NOT = WS-CAND-SITE.
014180     MOVE SPACES TO PRINT-RECORD.
014190     MOVE WS-SITE-LINE-COUNT TO WS-COUNT-EDIT.
014200     STRING "  SITE " DELIMITED BY SIZE
014210             WS-CAND-SITE DELIMITED BY SIZE
014220             " LISTED: " DELIMITED BY SIZE
014230             WS-COUNT-EDIT DELIMITED BY SIZE
014240         INTO PRINT-RECORD.
014250     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014260     MOVE SPACES TO PRINT-RECORD.
014270     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014280 6100-EXIT.
014290     EXIT.
014300*****************************************************************
014310* 6200-PRINT-ONE-DEPT - PRINT THE DEPARTMENT HEADING AND EVERYONE
014320* AT THE SITE IN IT.
014330*****************************************************************
014340 6200-PRINT-ONE-DEPT.
014350     MOVE LS-DEPARTMENT TO WS-CAND-DEPARTMENT.
014360     MOVE SPACES TO PRINT-RECORD.
014370     IF WS-CAND-DEPARTMENT = SPACES
014380         MOVE "  DEPARTMENT: (NONE KEYED)" TO PRINT-RECORD
014390     ELSE
014400         STRING "  DEPARTMENT: " DELIMITED BY SIZE
014410                 WS-CAND-DEPARTMENT DELIMITED BY SIZE
014420             INTO PRINT-RECORD
014430     END-IF.
014440     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014450     PERFORM 6210-PRINT-ONE-PERSON THRU 6210-EXIT
014460         UNTIL WS-SORT-EOF
014470             OR LS-SITE-CODE NOT = WS-CAND-SITE
014480             OR LS-DEPARTMENT NOT = WS-CAND-DEPARTMENT.
014490 6200-EXIT.
014500     EXIT.
014510*****************************************************************
014520* 6210-PRINT-ONE-PERSON - PRINT THE PERSON IN THE SORTED RECORD
014530* AND RETURN THE NEXT.  A VISITOR OR CONTRACTOR LINE CARRIES THE
014540* HOST.
014550*****************************************************************
014560 6210-PRINT-ONE-PERSON.
014570     ADD 1 TO WS-SITE-LINE-COUNT.
014580     MOVE SPACES TO PRINT-RECORD.
014590     STRING "    " DELIMITED BY SIZE
014600             LS-PERSON-NAME DELIMITED BY SIZE
014610             " " DELIMITED BY SIZE
014620             LS-RECORD-TYPE DELIMITED BY SIZE
014630             " " DELIMITED BY SIZE
014640             LS-EMPLOYEE-ID DELIMITED BY SIZE
014650             "  IN AT " DELIMITED BY SIZE
014660             LS-ARRIVAL-TIME DELIMITED BY SIZE
014670         INTO PRINT-RECORD.
014680     IF LS-RECORD-TYPE NOT = "E"
014690         MOVE "HOST" TO PRINT-RECORD(89:4)
014700         MOVE LS-HOST-EMPLOYEE-ID TO PRINT-RECORD(94:10)
014710     END-IF.
014720     IF WS-PRINT-EVERYONE
014730         MOVE "[  ]" TO PRINT-RECORD(108:4)
014740     END-IF.
014750     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014760     PERFORM 6010-RETURN-ONE-LINE THRU 6010-EXIT.
014770 6210-EXIT.
014780     EXIT.
014790*****************************************************************
014800* 6300-PRINT-CLEAR-SITE - AFTER THE CHECK PASS'S UNACCOUNTED
014810* LIST, NAME THE SITE UNDER WS-SITE-INDEX WHEN NO ONE THERE IS
014820* STILL UNACCOUNTED FOR.
014830*****************************************************************
014840 6300-PRINT-CLEAR-SITE.
014850     IF ST-UNACCOUNTED-COUNT (WS-SITE-INDEX) > ZERO
014860         GO TO 6300-EXIT
014870     END-IF.
014880     MOVE SPACES TO PRINT-RECORD.
014890     STRING "SITE " DELIMITED BY SIZE
014900             ST-SITE-CODE (WS-SITE-INDEX) DELIMITED BY SIZE
014910             " - ALL ACCOUNTED FOR" DELIMITED BY SIZE
014920         INTO PRINT-RECORD.
014930     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014940     MOVE SPACES TO PRINT-RECORD.
014950     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014960 6300-EXIT.
014970     EXIT.
014980*****************************************************************
014990* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
015000* STATUS.
015010*****************************************************************
015020 8100-PRINT-ONE-LINE.
015030     WRITE PRINT-RECORD.
015040     IF WS-PRINT-STATUS NOT = "00"
015050         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
015060             WS-PRINT-STATUS
015070         MOVE 16 TO RETURN-CODE
015080         STOP RUN
015090     END-IF.
015100 8100-EXIT.
015110     EXIT.
015120*****************************************************************
015130* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
015140* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
015150*****************************************************************
015160 8200-PRINT-CONTROL-LINE.
015170     MOVE SPACES TO PRINT-RECORD.
015180     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
015190             WS-COUNT-EDIT DELIMITED BY SIZE
015200         INTO PRINT-RECORD.
015210     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015220 8200-EXIT.
015230     EXIT.
015240*****************************************************************
015250* 9000-TERMINATE - CLOSE THE PRINT FILE AND REPORT THE COUNTS.
015260*****************************************************************
015270 9000-TERMINATE.
015280     CLOSE PRINT-FILE.
015290     MOVE "E" TO WS-RH-ENTRY-TYPE.
015300     IF WS-LIST-MODE
015310         DISPLAY "GREETING-LOG READ:       " WS-LOG-READ-COUNT
015320         DISPLAY "VISITOR LOG READ:        " WS-VISIT-READ-COUNT
015330         DISPLAY "DEPARTURES READ:         " WS-DEPART-READ-COUNT
015340         DISPLAY "CORRECTED AWAY:          " WS-CANCELLED-COUNT
015350         DISPLAY "BADGED OUT, NOT LISTED:  " WS-DEPARTED-COUNT
015360         DISPLAY "EMPLOYEES ON SITE:       " WS-EMPLOYEE-TOTAL
015370         DISPLAY "VISITORS ON SITE:        " WS-VISITOR-TOTAL
015380         COMPUTE WS-RH-READ = WS-LOG-READ-COUNT +
015390             WS-VISIT-READ-COUNT + WS-DEPART-READ-COUNT
015400         COMPUTE WS-RH-WRITTEN = WS-MUSTER-COUNT + 1
015410         MOVE ZERO TO WS-RH-REJECTED
015420     ELSE
015430         DISPLAY "MUSTER LIST READ:        "
015440             WS-MUSTLIST-READ-COUNT
015450         DISPLAY "CHECK-OFFS READ:         "
015460             WS-CHECKOFF-READ-COUNT
015470         DISPLAY "OTHER-DRILL CHECK-OFFS:  " WS-OFF-DRILL-COUNT
015480         DISPLAY "REPEAT CHECK-OFFS:       "
015490             WS-DUPLICATE-CHECK-COUNT
015500         DISPLAY "REJECTED CHECK-OFFS:     "
015510             WS-REJECTED-CHECK-COUNT
015520         DISPLAY "NOT ON THE LIST:         " WS-UNLISTED-COUNT
015530         DISPLAY "ACCOUNTED FOR:           " WS-ACCOUNTED-TOTAL
015540         DISPLAY "UNACCOUNTED FOR:         " WS-UNACCOUNTED-TOTAL
015550         COMPUTE WS-RH-READ = WS-MUSTLIST-READ-COUNT +
015560             WS-CHECKOFF-READ-COUNT
015570         MOVE WS-HISTORY-WRITTEN TO WS-RH-WRITTEN
015580         COMPUTE WS-RH-REJECTED = WS-REJECTED-CHECK-COUNT +
015590             WS-UNLISTED-COUNT
015600     END-IF.
015610     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
015620 9000-EXIT.
015630     EXIT.
015640*****************************************************************
015650* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
015660* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
015670* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
015680* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
015690* POINT.
015700*****************************************************************
015710 9500-WRITE-RUN-HISTORY.
015720     OPEN EXTEND RUN-HISTORY-FILE.
015730     IF WS-RUNHIST-STATUS NOT = "00" AND
015740             WS-RUNHIST-STATUS NOT = "05"
015750         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
015760             WS-RUNHIST-STATUS
015770         MOVE 16 TO RETURN-CODE
015780         STOP RUN
015790     END-IF.
015800     MOVE "MUSTER" TO RH-PROGRAM-NAME.
015810     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
015820     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
015830     ACCEPT WS-RH-TIME FROM TIME.
015840     MOVE WS-RH-DATE TO RH-RUN-DATE.
015850     MOVE WS-RH-TIME TO RH-RUN-TIME.
015860     MOVE WS-RH-READ TO RH-RECORDS-READ.
015870     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
015880     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
015890     MOVE RETURN-CODE TO RH-RETURN-CODE.
015900     WRITE RUN-HISTORY-RECORD.
015910     IF WS-RUNHIST-STATUS NOT = "00"
015920         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
015930             WS-RUNHIST-STATUS
015940         MOVE 16 TO RETURN-CODE
015950         STOP RUN
015960     END-IF.
015970     CLOSE RUN-HISTORY-FILE.
015980 9500-EXIT.
015990     EXIT.
