000180*                   MONTH-TO-DATE ACCUMULATORS RESET WHEN THE
000190*                   CALENDAR MONTH OF THE DAY BEING PRINTED
000200*                   CHANGES.
000210*   2026-08-22  JH  APPEND START AND END RECORDS TO THE SHARED
000220*                   RUNHIST AUDIT DATASET (LAYOUT IN RUNHREC)
000230*                   WITH RECORD COUNTS AND FINAL RETURN CODE.
000240*   2026-08-22  JH  SPLIT THE PAGE-BOUND CHECKS INTO PROPERLY
000250*                   PAIRED 8200/8300 PARAGRAPHS - THE ONE-LINE
000260*                   CHECK HAD BEEN SHARING THE 8200 PREFIX WITH
000270*                   AN IRREGULAR EXIT NAME - AND DROPPED A DEAD
000280*                   MOVE AHEAD OF THE DAY-TABLE INITIALIZE.
000290*   2026-09-02  JH  BREAK THE REPORT BY SITE FOR THE ANNEX
000300*                   BUILDING.  DAYS NOW TALLY PER DATE AND SITE,
000310*                   THE DAY BLOCKS PRINT UNDER ONE SITE SECTION
000320*                   PER SITE SEEN IN THE LOG (FIRST-SEEN ORDER),
000330*                   AND THE MONTH-TO-DATE ACCUMULATORS RESET AT
000340*                   EACH SITE SECTION AS WELL AS EACH MONTH.  A
000350*                   BLANK SITE ON AN OLDER RECORD READS AS THE
000360*                   MAIN BUILDING (HQ).  GRAND TOTALS REMAIN
000370*                   WHOLE-LOG, ALL SITES TOGETHER.  THE DAY
000380*                   TABLES ARE SIZED TO 732 DATE/SITE PAIRS.
000390*   2026-10-15  JH  LEAVE OUT GREETINGS GRTCORR HAS CORRECTED.
000400*                   A FIRST PASS OF THE JOURNAL FILES EACH
000410*                   REVERSAL IMAGE BY EMPLOYEE, DATE, AND
000420*                   POSITION; THE TALLY PASS THEN SKIPS THE
000430*                   REVERSALS AND ANY EARLIER RECORD THEY CANCEL,
000440*                   AND TALLIES A REPLACEMENT IMAGE UNDER ITS NEW
000450*                   DEPARTMENT, SHIFT, SITE, AND DATE.  THE
000460*                   COUNT SKIPPED PRINTS UNDER THE GRAND TOTALS.
000470*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6
000480*                   ASCEND AGAIN.
000482*   2026-10-15  JH  A REVERSAL IMAGE IS NOW SKIPPED WITHOUT BEING
000484*                   COUNTED, SO CORRECTED AWAY COUNTS ONLY THE
000486*                   GREETINGS A LATER REVERSAL CANCELLED, NOT EACH
000488*                   CORRECTION TWICE.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT GREETING-LOG-FILE ASSIGN TO "GREETLOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-LOG-STATUS.
000560     SELECT PRINT-FILE ASSIGN TO "DEPTSRPT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PRINT-STATUS.
000590     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RUNHIST-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  GREETING-LOG-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY GREETREC.
000670 FD  PRINT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  PRINT-RECORD                    PIC X(132).
000700 FD  RUN-HISTORY-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY RUNHREC.
000730 WORKING-STORAGE SECTION.
000740*****************************************************************
000750* SWITCHES AND COUNTERS.
000760*****************************************************************
000770 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000780     88  WS-EOF                      VALUE "Y".
000790 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
000800 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000810 77  WS-DAY-COUNT                PIC 9(03) COMP VALUE ZERO.
000820 77  WS-MAX-DAYS                 PIC 9(03) COMP VALUE 732.
000830 77  WS-DAY-INDEX                PIC 9(03) COMP VALUE ZERO.
000840 77  WS-DAY-FOUND-SWITCH         PIC X(01) VALUE "N".
000850     88  WS-DAY-FOUND                VALUE "Y".
000860 77  WS-DEPT-COUNT               PIC 9(03) COMP VALUE ZERO.
000870 77  WS-MAX-DEPTS                PIC 9(03) COMP VALUE 30.
000880 77  WS-DEPT-INDEX               PIC 9(03) COMP VALUE ZERO.
000890 77  WS-DEPT-FOUND-SWITCH        PIC X(01) VALUE "N".
000900     88  WS-DEPT-FOUND               VALUE "Y".
000910 77  WS-SHIFT-INDEX              PIC 9(01) COMP VALUE ZERO.
000920 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
000930 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
000940 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
000950 77  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
000960 77  WS-PAGE-EDIT                PIC ZZZZ9.
000970 77  WS-COUNT-EDIT               PIC Z(8)9.
000980 77  WS-MTD-EDIT                 PIC Z(8)9.
000990 77  WS-CURRENT-MONTH            PIC X(06) VALUE SPACES.
001000 77  WS-DAY-TOTAL                PIC 9(09) COMP VALUE ZERO.
001010 77  WS-MTD-TOTAL                PIC 9(09) COMP VALUE ZERO.
001020 77  WS-GRAND-TOTAL              PIC 9(09) COMP VALUE ZERO.
001030 77  WS-PRINT-INDEX              PIC 9(03) COMP VALUE ZERO.
001040 77  WS-SITE-COUNT               PIC 9(03) COMP VALUE ZERO.
001050 77  WS-MAX-SITES                PIC 9(03) COMP VALUE 10.
001060 77  WS-SITE-INDEX               PIC 9(03) COMP VALUE ZERO.
001070 77  WS-SITE-FOUND-SWITCH        PIC X(01) VALUE "N".
001080     88  WS-SITE-FOUND               VALUE "Y".
001090 77  WS-TALLY-SITE               PIC X(03) VALUE SPACES.
001100 77  WS-SHIFT-LABEL              PIC X(13) VALUE SPACES.
001110 77  WS-PREPASS-READ             PIC 9(09) COMP VALUE ZERO.
001120 77  WS-CANCELLED-COUNT          PIC 9(09) COMP VALUE ZERO.
001130 77  WS-REVERSAL-COUNT           PIC 9(05) COMP VALUE ZERO.
001140 77  WS-MAX-REVERSALS            PIC 9(05) COMP VALUE 1000.
001150 77  WS-REVERSAL-INDEX           PIC 9(05) COMP VALUE ZERO.
001160 77  WS-REVERSAL-FOUND-SWITCH    PIC X(01) VALUE "N".
001170     88  WS-REVERSAL-FOUND           VALUE "Y".
001180 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001190 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001200 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001210 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001220 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001230 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001240 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001250*****************************************************************
001260* DAY, DEPARTMENT, AND SHIFT TALLY TABLES.  DAYS AND
001270* DEPARTMENTS ARE ADDED IN FIRST-SEEN ORDER, THE SAME WAY
001280* GRTSUMRY BUILDS ITS DAY-TOTAL-TABLE.  SHIFT SUBSCRIPTS ARE
001290* 1=DAY, 2=EVENING, 3=NIGHT, 4=ANY OTHER CODE FOUND IN THE LOG.
001300*****************************************************************
001310 01  DAY-TABLE.
001320     05  DAY-ENTRY OCCURS 732 TIMES.
001330         10  DY-LOG-DATE             PIC X(08).
001340         10  DY-SITE-CODE            PIC X(03).
001350         10  DY-SHIFT-COUNT OCCURS 4 TIMES
001360                                     PIC 9(07) COMP.
001370 01  SITE-TABLE.
001380     05  SITE-ENTRY OCCURS 10 TIMES.
001390         10  SI-SITE-CODE            PIC X(03).
001400 01  DEPT-TABLE.
001410     05  DEPT-ENTRY OCCURS 30 TIMES.
001420         10  DP-DEPARTMENT           PIC X(20).
001430 01  DAY-DEPT-TABLE.
001440     05  DAY-DEPT-ROW OCCURS 732 TIMES.
001450         10  DD-DEPT-COUNT OCCURS 30 TIMES
001460                                     PIC 9(07) COMP.
001470 01  MTD-TOTALS.
001480     05  MTD-DEPT-COUNT OCCURS 30 TIMES
001490                                     PIC 9(09) COMP.
001500     05  MTD-SHIFT-COUNT OCCURS 4 TIMES
001510                                     PIC 9(09) COMP.
001520 01  GRAND-TOTALS.
001530     05  GT-DEPT-COUNT OCCURS 30 TIMES
001540                                     PIC 9(09) COMP.
001550     05  GT-SHIFT-COUNT OCCURS 4 TIMES
001560                                     PIC 9(09) COMP.
001570*****************************************************************
001580* GRTCORR REVERSALS ON THE JOURNAL - THE EMPLOYEE AND DATE, AND
001590* THE JOURNAL POSITION OF THE LAST REVERSAL FOR THAT PAIR.  A
001600* RECORD FOR THE SAME PAIR READ BEFORE THAT POSITION IS
001610* CANCELLED.
001620*****************************************************************
001630 01  REVERSAL-TABLE.
001640     05  REVERSAL-ENTRY OCCURS 1000 TIMES.
001650         10  RT-EMPLOYEE-ID          PIC X(10).
001660         10  RT-LOG-DATE             PIC X(08).
001670         10  RT-POSITION             PIC 9(09) COMP.
001680 PROCEDURE DIVISION.
001690*****************************************************************
001700* 0000-MAINLINE - TOP LEVEL CONTROL.
001710*****************************************************************
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-TALLY-LOG THRU 2000-EXIT
001750         UNTIL WS-EOF.
001760     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     STOP RUN.
001790 0000-EXIT.
001800     EXIT.
001810*****************************************************************
001820* 1000-INITIALIZE - FILE THE JOURNAL'S CORRECTION REVERSALS,
001830* OPEN THE LOG AND THE REPORT FILE, AND CLEAR
001840* THE TALLY TABLES.
001850*****************************************************************
001860 1000-INITIALIZE.
001870     DISPLAY "=================================================".
001880     DISPLAY " DEPARTMENT AND SHIFT ARRIVAL REPORT".
001890     DISPLAY "=================================================".
001900     MOVE "S" TO WS-RH-ENTRY-TYPE.
001910     MOVE ZERO TO WS-RH-READ.
001920     MOVE ZERO TO WS-RH-WRITTEN.
001930     MOVE ZERO TO WS-RH-REJECTED.
001940     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001950     INITIALIZE DAY-TABLE.
001960     INITIALIZE DAY-DEPT-TABLE.
001970     INITIALIZE MTD-TOTALS.
001980     INITIALIZE GRAND-TOTALS.
001990     INITIALIZE REVERSAL-TABLE.
002000     PERFORM 1200-LOAD-REVERSALS THRU 1200-EXIT.
002010     OPEN INPUT GREETING-LOG-FILE.
002020     IF WS-LOG-STATUS NOT = "00"
002030         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
002040             WS-LOG-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080     OPEN OUTPUT PRINT-FILE.
002090     IF WS-PRINT-STATUS NOT = "00"
002100         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
002110             WS-PRINT-STATUS
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150 1000-EXIT.
002160     EXIT.
002170*****************************************************************
002180* 1200-LOAD-REVERSALS - READ THE WHOLE JOURNAL ONCE AHEAD OF THE
002190* TALLY PASS AND FILE EVERY REVERSAL IMAGE.  THE JOURNAL IS
002200* CLOSED AGAIN SO 1000 CAN REOPEN IT AT THE TOP.
002210*****************************************************************
002220 1200-LOAD-REVERSALS.
002230     OPEN INPUT GREETING-LOG-FILE.
002240     IF WS-LOG-STATUS NOT = "00"
002250         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
002260             WS-LOG-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300     PERFORM 1210-FILE-ONE-REVERSAL THRU 1210-EXIT
002310         UNTIL WS-EOF.
002320     CLOSE GREETING-LOG-FILE.
002330     MOVE "N" TO WS-EOF-SWITCH.
002340 1200-EXIT.
002350     EXIT.
002360*****************************************************************
002370* 1210-FILE-ONE-REVERSAL - READ ONE JOURNAL RECORD AND, IF IT IS
002380* A REVERSAL, RECORD ITS POSITION AGAINST THE EMPLOYEE AND DATE
002390* - A LATER REVERSAL OVERWRITES AN EARLIER ONE.
002400*****************************************************************
002410 1210-FILE-ONE-REVERSAL.
002420     READ GREETING-LOG-FILE
002430         AT END
002440             SET WS-EOF TO TRUE
002450             GO TO 1210-EXIT
002460     END-READ.
002470     ADD 1 TO WS-PREPASS-READ.
002480     IF NOT GR-REVERSAL-ENTRY
002490         GO TO 1210-EXIT
002500     END-IF.
002510     PERFORM 1220-FIND-REVERSAL THRU 1220-EXIT.
002520     IF NOT WS-REVERSAL-FOUND
002530         IF WS-REVERSAL-COUNT >= WS-MAX-REVERSALS
002540             DISPLAY "REVERSAL-TABLE IS FULL AT " WS-MAX-REVERSALS
002550                 " - ENLARGE REVERSAL-TABLE"
002560             MOVE 16 TO RETURN-CODE
002570             STOP RUN
002580         END-IF
002590         ADD 1 TO WS-REVERSAL-COUNT
002600         MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-INDEX
002610         MOVE GR-EMPLOYEE-ID TO RT-EMPLOYEE-ID (WS-REVERSAL-INDEX)
002620         MOVE GR-LOG-DATE TO RT-LOG-DATE (WS-REVERSAL-INDEX)
002630     END-IF.
002640     MOVE WS-PREPASS-READ TO RT-POSITION (WS-REVERSAL-INDEX).
002650 1210-EXIT.
002660     EXIT.
002670*****************************************************************
002680* 1220-FIND-REVERSAL - SEARCH THE REVERSAL TABLE FOR THE CURRENT
002690* RECORD'S EMPLOYEE AND DATE, LEAVING WS-REVERSAL-INDEX ON THE
002700* HIT.
002710*****************************************************************
002720 1220-FIND-REVERSAL.
002730     MOVE "N" TO WS-REVERSAL-FOUND-SWITCH.
002740     PERFORM 1230-TEST-ONE-REVERSAL THRU 1230-EXIT
002750         VARYING WS-REVERSAL-INDEX FROM 1 BY 1
002760         UNTIL WS-REVERSAL-INDEX > WS-REVERSAL-COUNT
002770             OR WS-REVERSAL-FOUND.
002780     IF WS-REVERSAL-FOUND
002790         SUBTRACT 1 FROM WS-REVERSAL-INDEX
002800     END-IF.
002810 1220-EXIT.
002820     EXIT.
002830*****************************************************************
002840* 1230-TEST-ONE-REVERSAL - COMPARE ONE TABLE ENTRY.
002850*****************************************************************
002860 1230-TEST-ONE-REVERSAL.
002870     IF RT-EMPLOYEE-ID (WS-REVERSAL-INDEX) = GR-EMPLOYEE-ID
002880             AND RT-LOG-DATE (WS-REVERSAL-INDEX) = GR-LOG-DATE
002890         SET WS-REVERSAL-FOUND TO TRUE
002900     END-IF.
002910 1230-EXIT.
002920     EXIT.
002930*****************************************************************
002940* 2000-TALLY-LOG - READ ONE LOG RECORD AND, UNLESS A GRTCORR
002950* REVERSAL CANCELS IT, ADD IT TO THE DAY, DEPARTMENT, AND SHIFT
002960* TALLIES.
002970*****************************************************************
002980 2000-TALLY-LOG.
002990     READ GREETING-LOG-FILE
003000         AT END
003010             SET WS-EOF TO TRUE
003020         NOT AT END
003030             ADD 1 TO WS-RECORDS-READ
003040             PERFORM 2010-CHECK-CANCELLED THRU 2010-EXIT
003050     END-READ.
003060 2000-EXIT.
003070     EXIT.
003080*****************************************************************
003090* 2010-CHECK-CANCELLED - DROP A REVERSAL IMAGE, AND ANY RECORD
003100* READ BEFORE THE LAST REVERSAL FOR ITS EMPLOYEE AND DATE; TALLY
003110* THE REST.  ONLY THE CANCELLED RECORDS ARE COUNTED.
003120*****************************************************************
003130 2010-CHECK-CANCELLED.
003140     IF GR-REVERSAL-ENTRY
003160         GO TO 2010-EXIT
003170     END-IF.
003180     PERFORM 1220-FIND-REVERSAL THRU 1220-EXIT.
003190     IF WS-REVERSAL-FOUND
003200         IF WS-RECORDS-READ < RT-POSITION (WS-REVERSAL-INDEX)
003210             ADD 1 TO WS-CANCELLED-COUNT
003220             GO TO 2010-EXIT
003230         END-IF
003240     END-IF.
003250     PERFORM 2020-TALLY-ONE-RECORD THRU 2020-EXIT.
003260 2010-EXIT.
003270     EXIT.
003280*****************************************************************
003290* 2020-TALLY-ONE-RECORD - ADD ONE LOG RECORD TO THE DAY,
003300* DEPARTMENT, AND SHIFT TALLIES.
003310*****************************************************************
003320 2020-TALLY-ONE-RECORD.
003330     MOVE GR-SITE-CODE TO WS-TALLY-SITE.
003340     IF WS-TALLY-SITE = SPACES
003350             OR WS-TALLY-SITE = LOW-VALUE
003360         MOVE "HQ " TO WS-TALLY-SITE
003370     END-IF.
003380     PERFORM 2050-FIND-OR-ADD-SITE THRU 2050-EXIT.
003390     PERFORM 2100-FIND-OR-ADD-DAY THRU 2100-EXIT.
003400     PERFORM 2200-FIND-OR-ADD-DEPT THRU 2200-EXIT.
003410     PERFORM 2300-SET-SHIFT-INDEX THRU 2300-EXIT.
003420     ADD 1 TO DY-SHIFT-COUNT
003430         (WS-DAY-INDEX, WS-SHIFT-INDEX).
003440     ADD 1 TO DD-DEPT-COUNT
003450         (WS-DAY-INDEX, WS-DEPT-INDEX).
003460 2020-EXIT.
003470     EXIT.
003480*****************************************************************
003490* 2050-FIND-OR-ADD-SITE - LOCATE THIS RECORD'S SITE IN THE
003500* SITE TABLE, ADDING IT IN FIRST-SEEN ORDER IF NOT SEEN THIS
003510* RUN.  THE SITE TABLE DRIVES THE REPORT'S SITE SECTIONS.
003520*****************************************************************
003530 2050-FIND-OR-ADD-SITE.
003540     MOVE "N" TO WS-SITE-FOUND-SWITCH.
003550     PERFORM 2060-TEST-ONE-SITE THRU 2060-EXIT
003560         VARYING WS-SITE-INDEX FROM 1 BY 1
003570         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
003580             OR WS-SITE-FOUND.
003590     IF NOT WS-SITE-FOUND
003600         IF WS-SITE-COUNT >= WS-MAX-SITES
003610             DISPLAY "SITE-TABLE IS FULL AT " WS-MAX-SITES
003620                 " SITES - ENLARGE SITE-TABLE"
003630             MOVE 16 TO RETURN-CODE
003640             STOP RUN
003650         END-IF
003660         ADD 1 TO WS-SITE-COUNT
003670         MOVE WS-TALLY-SITE TO SI-SITE-CODE (WS-SITE-COUNT)
003680     END-IF.
003690 2050-EXIT.
003700     EXIT.
003710*****************************************************************
003720* 2060-TEST-ONE-SITE - COMPARE THE CURRENT SITE-TABLE ENTRY TO
003730* THE LOG RECORD BEING TALLIED.
003740*****************************************************************
003750 2060-TEST-ONE-SITE.
003760     IF SI-SITE-CODE (WS-SITE-INDEX) = WS-TALLY-SITE
003770         SET WS-SITE-FOUND TO TRUE
003780     END-IF.
003790 2060-EXIT.
003800     EXIT.
003810*****************************************************************
003820* 2100-FIND-OR-ADD-DAY - LOCATE THIS RECORD'S DATE AND SITE IN
003830* THE DAY TABLE, ADDING A NEW ENTRY IF THE PAIR HAS NOT BEEN
003840* SEEN THIS RUN.
003850*****************************************************************
003860 2100-FIND-OR-ADD-DAY.
003870     MOVE "N" TO WS-DAY-FOUND-SWITCH.
003880     PERFORM 2110-TEST-ONE-DAY THRU 2110-EXIT
003890         VARYING WS-DAY-INDEX FROM 1 BY 1
003900         UNTIL WS-DAY-INDEX > WS-DAY-COUNT
003910             OR WS-DAY-FOUND.
003920     IF WS-DAY-FOUND
003930         SUBTRACT 1 FROM WS-DAY-INDEX
003940     END-IF.
003950     IF NOT WS-DAY-FOUND
003960         IF WS-DAY-COUNT >= WS-MAX-DAYS
003970             DISPLAY "DAY-TABLE IS FULL AT " WS-MAX-DAYS
003980                 " DATE/SITE PAIRS - LOG MUST BE ARCHIVED"
003990             MOVE 16 TO RETURN-CODE
004000             STOP RUN
004010         END-IF
004020         ADD 1 TO WS-DAY-COUNT
004030         MOVE WS-DAY-COUNT TO WS-DAY-INDEX
004040         MOVE GR-LOG-DATE TO DY-LOG-DATE (WS-DAY-INDEX)
004050         MOVE WS-TALLY-SITE TO DY-SITE-CODE (WS-DAY-INDEX)
004060     END-IF.
004070 2100-EXIT.
004080     EXIT.
004090*****************************************************************
004100* 2110-TEST-ONE-DAY - COMPARE THE CURRENT DAY-TABLE ENTRY'S
004110* DATE AND SITE TO THE LOG RECORD BEING TALLIED.
004120*****************************************************************
004130 2110-TEST-ONE-DAY.
004140     IF DY-LOG-DATE (WS-DAY-INDEX) = GR-LOG-DATE
004150             AND DY-SITE-CODE (WS-DAY-INDEX) = WS-TALLY-SITE
004160         SET WS-DAY-FOUND TO TRUE
004170     END-IF.
004180 2110-EXIT.
004190     EXIT.
004200*****************************************************************
004210* 2200-FIND-OR-ADD-DEPT - LOCATE THIS RECORD'S DEPARTMENT IN
004220* THE DEPARTMENT TABLE, ADDING IT IF NOT SEEN THIS RUN.
004230*****************************************************************
004240 2200-FIND-OR-ADD-DEPT.
004250     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
004260     PERFORM 2210-TEST-ONE-DEPT THRU 2210-EXIT
004270         VARYING WS-DEPT-INDEX FROM 1 BY 1
004280         UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
004290             OR WS-DEPT-FOUND.
004300     IF WS-DEPT-FOUND
004310         SUBTRACT 1 FROM WS-DEPT-INDEX
004320     END-IF.
004330     IF NOT WS-DEPT-FOUND
004340         IF WS-DEPT-COUNT >= WS-MAX-DEPTS
004350             DISPLAY "DEPT-TABLE IS FULL AT " WS-MAX-DEPTS
004360                 " DEPARTMENTS - ENLARGE DEPT-TABLE"
004370             MOVE 16 TO RETURN-CODE
004380             STOP RUN
004390         END-IF
004400         ADD 1 TO WS-DEPT-COUNT
004410         MOVE WS-DEPT-COUNT TO WS-DEPT-INDEX
004420         MOVE GR-DEPARTMENT TO DP-DEPARTMENT (WS-DEPT-INDEX)
004430     END-IF.
004440 2200-EXIT.
004450     EXIT.
004460*****************************************************************
004470* 2210-TEST-ONE-DEPT - COMPARE THE CURRENT DEPARTMENT-TABLE
004480* ENTRY TO THE LOG RECORD BEING TALLIED.
004490*****************************************************************
004500 2210-TEST-ONE-DEPT.
004510     IF DP-DEPARTMENT (WS-DEPT-INDEX) = GR-DEPARTMENT
004520         SET WS-DEPT-FOUND TO TRUE
004530     END-IF.
004540 2210-EXIT.
004550     EXIT.
004560*****************************************************************
004570* 2300-SET-SHIFT-INDEX - MAP THE RECORD'S SHIFT CODE TO ITS
004580* TALLY SUBSCRIPT.  AN UNRECOGNIZED CODE TALLIES UNDER 4 SO IT
004590* IS STILL COUNTED AND VISIBLE RATHER THAN DROPPED.
004600*****************************************************************
004610 2300-SET-SHIFT-INDEX.
004620     EVALUATE TRUE
004630         WHEN GR-SHIFT-DAY
004640             MOVE 1 TO WS-SHIFT-INDEX
004650         WHEN GR-SHIFT-EVENING
004660             MOVE 2 TO WS-SHIFT-INDEX
004670         WHEN GR-SHIFT-NIGHT
004680             MOVE 3 TO WS-SHIFT-INDEX
004690         WHEN OTHER
004700             MOVE 4 TO WS-SHIFT-INDEX
004710     END-EVALUATE.
004720 2300-EXIT.
004730     EXIT.
004740*****************************************************************
004750* 3000-PRINT-REPORT - PRINT ONE SITE SECTION PER SITE SEEN IN
004760* THE LOG, EACH HOLDING ITS DAY BLOCKS IN THE FIRST-SEEN ORDER
004770* THE LOG WAS WRITTEN, THEN THE WHOLE-LOG GRAND-TOTAL BLOCK.
004780*****************************************************************
004790 3000-PRINT-REPORT.
004800     PERFORM 3050-PRINT-ONE-SITE THRU 3050-EXIT
004810         VARYING WS-SITE-INDEX FROM 1 BY 1
004820         UNTIL WS-SITE-INDEX > WS-SITE-COUNT.
004830     PERFORM 3700-PRINT-GRAND-TOTALS THRU 3700-EXIT.
004840 3000-EXIT.
004850     EXIT.
004860*****************************************************************
004870* 3050-PRINT-ONE-SITE - PRINT THE SITE BANNER AND EVERY DAY
004880* BLOCK TALLIED FOR THE SITE.  THE MONTH-TO-DATE ACCUMULATORS
004890* RESTART WITH EACH SITE SECTION, SO A SITE'S MTD FIGURES ARE
004900* ITS OWN.
004910*****************************************************************
004920 3050-PRINT-ONE-SITE.
004930     PERFORM 8200-NEED-SIX-LINES THRU 8200-EXIT.
004940     MOVE SPACES TO PRINT-RECORD.
004950     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
004960     MOVE SPACES TO PRINT-RECORD.
004970     STRING "==== SITE " DELIMITED BY SIZE
004980             SI-SITE-CODE (WS-SITE-INDEX) DELIMITED BY SIZE
004990             " ====" DELIMITED BY SIZE
005000         INTO PRINT-RECORD.
005010     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
005020     MOVE SPACES TO WS-CURRENT-MONTH.
005030     PERFORM 3100-PRINT-ONE-DAY THRU 3100-EXIT
005040         VARYING WS-DAY-INDEX FROM 1 BY 1
005050         UNTIL WS-DAY-INDEX > WS-DAY-COUNT.
005060 3050-EXIT.
005070     EXIT.
005080*****************************************************************
005090* 3100-PRINT-ONE-DAY - SKIP A DAY ENTRY BELONGING TO ANOTHER
005100* SITE, RESET MONTH-TO-DATE AT A MONTH BREAK, ROLL THIS DAY
005110* INTO THE MONTH-TO-DATE AND GRAND TOTALS, AND PRINT THE DAY'S
005120* DEPARTMENT AND SHIFT BREAKDOWNS.
005130*****************************************************************
005140 3100-PRINT-ONE-DAY.
005150     IF DY-SITE-CODE (WS-DAY-INDEX)
005160             NOT = SI-SITE-CODE (WS-SITE-INDEX)
005170         GO TO 3100-EXIT
005180     END-IF.
005190     IF DY-LOG-DATE (WS-DAY-INDEX) (1:6) NOT = WS-CURRENT-MONTH
005200         MOVE DY-LOG-DATE (WS-DAY-INDEX) (1:6)
005210             TO WS-CURRENT-MONTH
005220         INITIALIZE MTD-TOTALS
005230         MOVE ZERO TO WS-MTD-TOTAL
005240     END-IF.
005250     PERFORM 3200-ROLL-DAY-FORWARD THRU 3200-EXIT.
005260     PERFORM 3300-PRINT-DAY-HEADER THRU 3300-EXIT.
005270     PERFORM 3400-PRINT-DEPT-LINES THRU 3400-EXIT.
005280     PERFORM 3500-PRINT-SHIFT-LINES THRU 3500-EXIT.
005290     PERFORM 3600-PRINT-DAY-TOTAL THRU 3600-EXIT.
005300 3100-EXIT.
005310     EXIT.
005320*****************************************************************
005330* 3200-ROLL-DAY-FORWARD - ADD THIS DAY'S TALLIES INTO THE
005340* MONTH-TO-DATE AND GRAND TOTALS AND COMPUTE THE DAY TOTAL.
005350*****************************************************************
005360 3200-ROLL-DAY-FORWARD.
005370     MOVE ZERO TO WS-DAY-TOTAL.
005380     PERFORM 3210-ROLL-ONE-DEPT THRU 3210-EXIT
005390         VARYING WS-DEPT-INDEX FROM 1 BY 1
005400         UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.
005410     PERFORM 3220-ROLL-ONE-SHIFT THRU 3220-EXIT
005420         VARYING WS-SHIFT-INDEX FROM 1 BY 1
005430         UNTIL WS-SHIFT-INDEX > 4.
005440     ADD WS-DAY-TOTAL TO WS-MTD-TOTAL.
005450     ADD WS-DAY-TOTAL TO WS-GRAND-TOTAL.
005460 3200-EXIT.
005470     EXIT.
005480*****************************************************************
005490* 3210-ROLL-ONE-DEPT - ROLL ONE DEPARTMENT'S DAY COUNT INTO THE
005500* MONTH-TO-DATE AND GRAND TOTALS AND THE DAY TOTAL.
005510*****************************************************************
005520 3210-ROLL-ONE-DEPT.
005530     ADD DD-DEPT-COUNT (WS-DAY-INDEX, WS-DEPT-INDEX)
005540         TO MTD-DEPT-COUNT (WS-DEPT-INDEX).
005550     ADD DD-DEPT-COUNT (WS-DAY-INDEX, WS-DEPT-INDEX)
005560         TO GT-DEPT-COUNT (WS-DEPT-INDEX).
005570     ADD DD-DEPT-COUNT (WS-DAY-INDEX, WS-DEPT-INDEX)
005580         TO WS-DAY-TOTAL.
005590 3210-EXIT.
005600     EXIT.
005610*****************************************************************
005620* 3220-ROLL-ONE-SHIFT - ROLL ONE SHIFT'S DAY COUNT INTO THE
005630* MONTH-TO-DATE AND GRAND TOTALS.
005640*****************************************************************
005650 3220-ROLL-ONE-SHIFT.
005660     ADD DY-SHIFT-COUNT (WS-DAY-INDEX, WS-SHIFT-INDEX)
005670         TO MTD-SHIFT-COUNT (WS-SHIFT-INDEX).
005680     ADD DY-SHIFT-COUNT (WS-DAY-INDEX, WS-SHIFT-INDEX)
005690         TO GT-SHIFT-COUNT (WS-SHIFT-INDEX).
005700 3220-EXIT.
005710     EXIT.
005720*****************************************************************
005730* 3300-PRINT-DAY-HEADER - PRINT THE DAY BANNER AND THE COLUMN
005740* HEADINGS FOR THE BREAKDOWN LINES.
005750*****************************************************************
005760 3300-PRINT-DAY-HEADER.
005770     PERFORM 8200-NEED-SIX-LINES THRU 8200-EXIT.
005780     MOVE SPACES TO PRINT-RECORD.
005790     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
005800     MOVE SPACES TO PRINT-RECORD.
005810     STRING "ARRIVALS FOR " DELIMITED BY SIZE
005820             DY-LOG-DATE (WS-DAY-INDEX) DELIMITED BY SIZE
005830         INTO PRINT-RECORD.
005840     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
005850     MOVE SPACES TO PRINT-RECORD.
005860     MOVE "                             DAY        MTD"
005870         TO PRINT-RECORD.
005880     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
005890 3300-EXIT.
005900     EXIT.
005910*****************************************************************
005920* 3400-PRINT-DEPT-LINES - PRINT ONE LINE PER DEPARTMENT WITH A
005930* COUNT FOR THE DAY, FOR DEPARTMENTS SEEN THAT DAY, WITH THE
005940* MONTH-TO-DATE FIGURE ALONGSIDE.
005950*****************************************************************
005960 3400-PRINT-DEPT-LINES.
005970     PERFORM 3410-PRINT-ONE-DEPT THRU 3410-EXIT
005980         VARYING WS-PRINT-INDEX FROM 1 BY 1
005990         UNTIL WS-PRINT-INDEX > WS-DEPT-COUNT.
006000 3400-EXIT.
006010     EXIT.
006020*****************************************************************
006030* 3410-PRINT-ONE-DEPT - PRINT ONE DEPARTMENT'S DAY AND
006040* MONTH-TO-DATE COUNTS.  A DEPARTMENT WITH NO ARRIVALS TODAY
006050* AND NONE THIS MONTH IS LEFT OFF THE DAY BLOCK.
006060*****************************************************************
006070 3410-PRINT-ONE-DEPT.
006080     IF DD-DEPT-COUNT (WS-DAY-INDEX, WS-PRINT-INDEX) = ZERO
006090             AND MTD-DEPT-COUNT (WS-PRINT-INDEX) = ZERO
006100         GO TO 3410-EXIT
006110     END-IF.
006120     PERFORM 8300-NEED-ONE-LINE THRU 8300-EXIT.
006130     MOVE DD-DEPT-COUNT (WS-DAY-INDEX, WS-PRINT-INDEX)
006140         TO WS-COUNT-EDIT.
006150     MOVE MTD-DEPT-COUNT (WS-PRINT-INDEX) TO WS-MTD-EDIT.
006160     MOVE SPACES TO PRINT-RECORD.
006170     STRING "  " DELIMITED BY SIZE
006180             DP-DEPARTMENT (WS-PRINT-INDEX) DELIMITED BY SIZE
006190             "  " DELIMITED BY SIZE
006200             WS-COUNT-EDIT DELIMITED BY SIZE
006210             "  " DELIMITED BY SIZE
006220             WS-MTD-EDIT DELIMITED BY SIZE
006230         INTO PRINT-RECORD.
006240     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
006250 3410-EXIT.
006260     EXIT.
006270*****************************************************************
006280* 3500-PRINT-SHIFT-LINES - PRINT THE DAY/EVENING/NIGHT SPLIT
006290* WITH MONTH-TO-DATE ALONGSIDE.  THE OTHER BUCKET ONLY PRINTS
006300* WHEN SOMETHING ACTUALLY TALLIED THERE.
006310*****************************************************************
006320 3500-PRINT-SHIFT-LINES.
006330     PERFORM 3510-PRINT-ONE-SHIFT THRU 3510-EXIT
006340         VARYING WS-PRINT-INDEX FROM 1 BY 1
006350         UNTIL WS-PRINT-INDEX > 4.
006360 3500-EXIT.
006370     EXIT.
006380*****************************************************************
006390* 3510-PRINT-ONE-SHIFT - PRINT ONE SHIFT'S DAY AND
006400* MONTH-TO-DATE COUNTS.
006410*****************************************************************
006420 3510-PRINT-ONE-SHIFT.
006430     IF WS-PRINT-INDEX = 4
006440             AND DY-SHIFT-COUNT (WS-DAY-INDEX, 4) = ZERO
006450             AND MTD-SHIFT-COUNT (4) = ZERO
006460         GO TO 3510-EXIT
006470     END-IF.
006480     EVALUATE WS-PRINT-INDEX
006490         WHEN 1
006500             MOVE "DAY SHIFT    " TO WS-SHIFT-LABEL
006510         WHEN 2
006520             MOVE "EVENING SHIFT" TO WS-SHIFT-LABEL
006530         WHEN 3
006540             MOVE "NIGHT SHIFT  " TO WS-SHIFT-LABEL
006550         WHEN OTHER
006560             MOVE "OTHER SHIFT  " TO WS-SHIFT-LABEL
006570     END-EVALUATE.
006580     PERFORM 8300-NEED-ONE-LINE THRU 8300-EXIT.
006590     MOVE DY-SHIFT-COUNT (WS-DAY-INDEX, WS-PRINT-INDEX)
006600         TO WS-COUNT-EDIT.
006610     MOVE MTD-SHIFT-COUNT (WS-PRINT-INDEX) TO WS-MTD-EDIT.
006620     MOVE SPACES TO PRINT-RECORD.
006630     STRING "  " DELIMITED BY SIZE
006640             WS-SHIFT-LABEL DELIMITED BY SIZE
006650             "         " DELIMITED BY SIZE
006660             WS-COUNT-EDIT DELIMITED BY SIZE
006670             "  " DELIMITED BY SIZE
006680             WS-MTD-EDIT DELIMITED BY SIZE
006690         INTO PRINT-RECORD.
006700     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
006710 3510-EXIT.
006720     EXIT.
006730*****************************************************************
006740* 3600-PRINT-DAY-TOTAL - PRINT THE DAY SUBTOTAL WITH THE
006750* MONTH-TO-DATE TOTAL ALONGSIDE.
006760*****************************************************************
006770 3600-PRINT-DAY-TOTAL.
006780     PERFORM 8300-NEED-ONE-LINE THRU 8300-EXIT.
006790     MOVE WS-DAY-TOTAL TO WS-COUNT-EDIT.
006800     MOVE WS-MTD-TOTAL TO WS-MTD-EDIT.
006810     MOVE SPACES TO PRINT-RECORD.
006820     STRING "  TOTAL ARRIVALS       " DELIMITED BY SIZE
006830             WS-COUNT-EDIT DELIMITED BY SIZE
006840             "  " DELIMITED BY SIZE
006850             WS-MTD-EDIT DELIMITED BY SIZE
006860         INTO PRINT-RECORD.
006870     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
006880 3600-EXIT.
006890     EXIT.
006900*****************************************************************
006910* 3700-PRINT-GRAND-TOTALS - PRINT THE WHOLE-LOG DEPARTMENT AND
006920* SHIFT GRAND TOTALS AFTER THE LAST DAY BLOCK.
006930*****************************************************************
006940 3700-PRINT-GRAND-TOTALS.
006950     PERFORM 8200-NEED-SIX-LINES THRU 8200-EXIT.
006960     MOVE SPACES TO PRINT-RECORD.
006970     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
006980     MOVE "---- GRAND TOTALS - ALL DAYS ON FILE ----"
006990         TO PRINT-RECORD.
007000     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
007010     PERFORM 3710-PRINT-ONE-GRAND-DEPT THRU 3710-EXIT
007020         VARYING WS-PRINT-INDEX FROM 1 BY 1
007030         UNTIL WS-PRINT-INDEX > WS-DEPT-COUNT.
007040     PERFORM 3720-PRINT-ONE-GRAND-SHIFT THRU 3720-EXIT
007050         VARYING WS-PRINT-INDEX FROM 1 BY 1
007060         UNTIL WS-PRINT-INDEX > 4.
007070     PERFORM 8300-NEED-ONE-LINE THRU 8300-EXIT.
007080     MOVE WS-GRAND-TOTAL TO WS-COUNT-EDIT.
007090     MOVE SPACES TO PRINT-RECORD.
007100     STRING "  TOTAL ARRIVALS       " DELIMITED BY SIZE
007110             WS-COUNT-EDIT DELIMITED BY SIZE
007120         INTO PRINT-RECORD.
007130     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
007140     IF WS-CANCELLED-COUNT > ZERO
007150         PERFORM 8300-NEED-ONE-LINE THRU 8300-EXIT
007160         MOVE WS-CANCELLED-COUNT TO WS-COUNT-EDIT
007170         MOVE SPACES TO PRINT-RECORD
007180         STRING "  CORRECTED AWAY       " DELIMITED BY SIZE
007190                 WS-COUNT-EDIT DELIMITED BY SIZE
007200                 "  (REVERSED BY GRTCORR)" DELIMITED BY SIZE
007210             INTO PRINT-RECORD
007220         PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT
007230     END-IF.
007240 3700-EXIT.
007250     EXIT.
007260*****************************************************************
007270* 3710-PRINT-ONE-GRAND-DEPT - PRINT ONE DEPARTMENT'S WHOLE-LOG
007280* TOTAL.
007290*****************************************************************
007300 3710-PRINT-ONE-GRAND-DEPT.
007310     PERFORM 8300-NEED-ONE-LINE THRU 8300-EXIT.
007320     MOVE GT-DEPT-COUNT (WS-PRINT-INDEX) TO WS-COUNT-EDIT.
007330     MOVE SPACES TO PRINT-RECORD.
007340     STRING "  " DELIMITED BY SIZE
007350             DP-DEPARTMENT (WS-PRINT-INDEX) DELIMITED BY SIZE
007360             "  " DELIMITED BY SIZE
007370             WS-COUNT-EDIT DELIMITED BY SIZE
007380         INTO PRINT-RECORD.
007390     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
007400 3710-EXIT.
007410     EXIT.
007420*****************************************************************
007430* 3720-PRINT-ONE-GRAND-SHIFT - PRINT ONE SHIFT'S WHOLE-LOG
007440* TOTAL.  THE OTHER BUCKET ONLY PRINTS WHEN IT TALLIED.
007450*****************************************************************
007460 3720-PRINT-ONE-GRAND-SHIFT.
007470     IF WS-PRINT-INDEX = 4 AND GT-SHIFT-COUNT (4) = ZERO
007480         GO TO 3720-EXIT
007490     END-IF.
007500     EVALUATE WS-PRINT-INDEX
007510         WHEN 1
007520             MOVE "DAY SHIFT    " TO WS-SHIFT-LABEL
007530         WHEN 2
007540             MOVE "EVENING SHIFT" TO WS-SHIFT-LABEL
007550         WHEN 3
007560             MOVE "NIGHT SHIFT  " TO WS-SHIFT-LABEL
007570         WHEN OTHER
007580             MOVE "OTHER SHIFT  " TO WS-SHIFT-LABEL
007590     END-EVALUATE.
007600     PERFORM 8300-NEED-ONE-LINE THRU 8300-EXIT.
007610     MOVE GT-SHIFT-COUNT (WS-PRINT-INDEX) TO WS-COUNT-EDIT.
007620     MOVE SPACES TO PRINT-RECORD.
007630     STRING "  " DELIMITED BY SIZE
007640             WS-SHIFT-LABEL DELIMITED BY SIZE
007650             "       " DELIMITED BY SIZE
007660             WS-COUNT-EDIT DELIMITED BY SIZE
007670         INTO PRINT-RECORD.
007680     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
007690 3720-EXIT.
007700     EXIT.
007710*****************************************************************
007720* 8000-PRINT-ONE-LINE - WRITE THE PRINT RECORD, CHECK STATUS,
007730* AND COUNT THE LINE AGAINST THE PAGE.
007740*****************************************************************
007750 8000-PRINT-ONE-LINE.
007760     WRITE PRINT-RECORD.
007770     IF WS-PRINT-STATUS NOT = "00"
007780         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
007790             WS-PRINT-STATUS
007800         MOVE 16 TO RETURN-CODE
007810         STOP RUN
007820     END-IF.
007830     ADD 1 TO WS-LINE-COUNT.
007840 8000-EXIT.
007850     EXIT.
007860*****************************************************************
007870* 8100-PRINT-PAGE-HEADING - START A NEW PAGE WITH THE REPORT
007880* TITLE, PAGE NUMBER, AND A SPACER LINE.
007890*****************************************************************
007900 8100-PRINT-PAGE-HEADING.
007910     ADD 1 TO WS-PAGE-COUNT.
007920     MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
007930     MOVE ZERO TO WS-LINE-COUNT.
007940     MOVE SPACES TO PRINT-RECORD.
007950     STRING "DEPARTMENT AND SHIFT ARRIVAL REPORT"
007960             DELIMITED BY SIZE
007970             "                                   PAGE "
007980             DELIMITED BY SIZE
007990             WS-PAGE-EDIT DELIMITED BY SIZE
008000         INTO PRINT-RECORD.
008010     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
008020     MOVE SPACES TO PRINT-RECORD.
008030     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
008040 8100-EXIT.
008050     EXIT.
008060*****************************************************************
008070* 8200-NEED-SIX-LINES - START A NEW PAGE WHEN THE SIX LINES A
008080* DAY-BLOCK HEADER NEEDS WOULD RUN PAST THE PAGE BOUND, SO A
008090* BLOCK IS NEVER ORPHANED RIGHT AT THE FOOT OF A PAGE.
008100*****************************************************************
008110 8200-NEED-SIX-LINES.
008120     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
008130         PERFORM 8100-PRINT-PAGE-HEADING THRU 8100-EXIT
008140     END-IF.
008150 8200-EXIT.
008160     EXIT.
008170*****************************************************************
008180* 8300-NEED-ONE-LINE - START A NEW PAGE WHEN THE NEXT DETAIL
008190* LINE WOULD RUN PAST THE PAGE BOUND.
008200*****************************************************************
008210 8300-NEED-ONE-LINE.
008220     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008230         PERFORM 8100-PRINT-PAGE-HEADING THRU 8100-EXIT
008240     END-IF.
008250 8300-EXIT.
008260     EXIT.
008270*****************************************************************
008280* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
008290*****************************************************************
008300 9000-TERMINATE.
008310     CLOSE GREETING-LOG-FILE.
008320     CLOSE PRINT-FILE.
008330     DISPLAY "LOG RECORDS READ:  " WS-RECORDS-READ.
008340     DISPLAY "DAYS REPORTED:     " WS-DAY-COUNT.
008350     DISPLAY "DEPARTMENTS SEEN:  " WS-DEPT-COUNT.
008360     DISPLAY "CORRECTED AWAY:    " WS-CANCELLED-COUNT.
008370     MOVE "E" TO WS-RH-ENTRY-TYPE.
008380     MOVE WS-RECORDS-READ TO WS-RH-READ.
008390     MOVE WS-DAY-COUNT TO WS-RH-WRITTEN.
008400     MOVE ZERO TO WS-RH-REJECTED.
008410     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
008420 9000-EXIT.
008430     EXIT.
008440*****************************************************************
008450* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
008460* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
008470* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
008480* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
008490* POINT.
008500*****************************************************************
008510 9500-WRITE-RUN-HISTORY.
008520     OPEN EXTEND RUN-HISTORY-FILE.
008530     IF WS-RUNHIST-STATUS NOT = "00" AND
008540             WS-RUNHIST-STATUS NOT = "05"
008550         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
008560             WS-RUNHIST-STATUS
008570         MOVE 16 TO RETURN-CODE
008580         STOP RUN
008590     END-IF.
008600     MOVE "GRTDEPTS" TO RH-PROGRAM-NAME.
008610     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
008620     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
008630     ACCEPT WS-RH-TIME FROM TIME.
008640     MOVE WS-RH-DATE TO RH-RUN-DATE.
008650     MOVE WS-RH-TIME TO RH-RUN-TIME.
008660     MOVE WS-RH-READ TO RH-RECORDS-READ.
008670     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
008680     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
008690     MOVE RETURN-CODE TO RH-RETURN-CODE.
008700     WRITE RUN-HISTORY-RECORD.
008710     IF WS-RUNHIST-STATUS NOT = "00"
008720         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
008730             WS-RUNHIST-STATUS
008740         MOVE 16 TO RETURN-CODE
008750         STOP RUN
008760     END-IF.
008770     CLOSE RUN-HISTORY-FILE.
008780 9500-EXIT.
008790     EXIT.
