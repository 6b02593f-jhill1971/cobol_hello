000420*   2026-09-02  JH  RESEQUENCED THE SOURCE SO COLUMNS 1-6
000430*                   ASCEND AGAIN AFTER THIS ROUND OF
000440*                   INSERTIONS.
000450*   2026-10-15  JH  SKIP GREETINGS GRTCORR HAS CORRECTED.  A
000460*                   FIRST PASS OF THE JOURNAL FILES EACH REVERSAL
000470*                   IMAGE FOR THE REPORTING DATE BY EMPLOYEE AND
000480*                   POSITION; THE REPORT PASS THEN DROPS THE
000490*                   REVERSALS AND ANY EARLIER RECORD THEY CANCEL,
000500*                   AND MEASURES A REPLACEMENT IMAGE LIKE ANY
000510*                   OTHER ARRIVAL.  THE COUNT DROPPED PRINTS
000520*                   UNDER THE TOTALS.
000530*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6
000540*                   ASCEND AGAIN.
000542*   2026-10-15  JH  A REVERSAL IMAGE IS NOW SKIPPED WITHOUT BEING
000544*                   COUNTED, SO CORRECTED AWAY COUNTS ONLY THE
000546*                   GREETINGS A LATER REVERSAL CANCELLED, NOT EACH
000548*                   CORRECTION TWICE.
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT GREETING-LOG-FILE ASSIGN TO "GREETLOG"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-LOG-STATUS.
000620     SELECT SHIFT-PARM-FILE ASSIGN TO "SHIFTPRM"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PARM-STATUS.
000650     SELECT PRINT-FILE ASSIGN TO "LATERPT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-PRINT-STATUS.
000680     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-RUNHIST-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  GREETING-LOG-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY GREETREC.
000760 FD  SHIFT-PARM-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY SHFTPRM.
000790 FD  PRINT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  PRINT-RECORD                    PIC X(132).
000820 FD  RUN-HISTORY-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY RUNHREC.
000850 WORKING-STORAGE SECTION.
000860*****************************************************************
000870* SWITCHES, COUNTERS, AND THE SHIFT PARAMETER TABLE.  SHIFT
000880* SUBSCRIPTS ARE 1=DAY, 2=EVENING, 3=NIGHT.  THE PARAMETER
000890* TABLE IS DIMENSIONED BY SITE - ROW 1 IS RESERVED FOR THE
000900* "*" DEFAULT EVERY SITE FALLS BACK TO, AND SITE-SPECIFIC
000910* ROWS ARE ADDED IN FIRST-SEEN ORDER AS SHIFTPRM LOADS.
000920*****************************************************************
000930 77  WS-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
000940     88  WS-LOG-EOF                  VALUE "Y".
000950 77  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
000960     88  WS-PARM-EOF                 VALUE "Y".
000970 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
000980 77  WS-PARM-STATUS              PIC X(02) VALUE "00".
000990 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
001000 77  WS-PARM-VALUE               PIC X(08) VALUE SPACES.
001010 77  WS-REPORT-DATE              PIC X(08) VALUE SPACES.
001020 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001030 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
001040 77  WS-DATE-MATCHED             PIC 9(09) COMP VALUE ZERO.
001050 77  WS-LATE-TOTAL               PIC 9(07) COMP VALUE ZERO.
001060 77  WS-UNKNOWN-SHIFT-COUNT      PIC 9(07) COMP VALUE ZERO.
001070 77  WS-SHIFT-INDEX              PIC 9(01) COMP VALUE ZERO.
001080 77  WS-ARRIVAL-MINUTES          PIC 9(05) COMP VALUE ZERO.
001090 77  WS-ALLOWED-MINUTES          PIC 9(05) COMP VALUE ZERO.
001100 77  WS-MINUTES-LATE             PIC 9(05) COMP VALUE ZERO.
001110 77  WS-ARRIVAL-HH               PIC 9(02) VALUE ZERO.
001120 77  WS-ARRIVAL-MM               PIC 9(02) VALUE ZERO.
001130 77  WS-START-HH                 PIC 9(03) COMP VALUE ZERO.
001140 77  WS-START-MM                 PIC 9(03) COMP VALUE ZERO.
001150 77  WS-WRAP-GAP                 PIC 9(05) COMP VALUE ZERO.
001160 77  WS-LATE-EDIT                PIC ZZZZ9.
001170 77  WS-COUNT-EDIT               PIC Z(6)9.
001180 77  WS-SITE-COUNT               PIC 9(03) COMP VALUE ZERO.
001190 77  WS-MAX-SITES                PIC 9(03) COMP VALUE 10.
001200 77  WS-SITE-INDEX               PIC 9(03) COMP VALUE ZERO.
001210 77  WS-USE-SITE-INDEX           PIC 9(03) COMP VALUE ZERO.
001220 77  WS-SITE-FOUND-SWITCH        PIC X(01) VALUE "N".
001230     88  WS-SITE-FOUND               VALUE "Y".
001240 77  WS-ARRIVAL-SITE             PIC X(03) VALUE SPACES.
001250 77  WS-LATE-SITE-COUNT          PIC 9(03) COMP VALUE ZERO.
001260 77  WS-LATE-SITE-INDEX          PIC 9(03) COMP VALUE ZERO.
001270 77  WS-SHIFT-LABEL              PIC X(14) VALUE SPACES.
001280 77  WS-PREPASS-READ             PIC 9(09) COMP VALUE ZERO.
001290 77  WS-CANCELLED-COUNT          PIC 9(07) COMP VALUE ZERO.
001300 77  WS-REVERSAL-COUNT           PIC 9(05) COMP VALUE ZERO.
001310 77  WS-MAX-REVERSALS            PIC 9(05) COMP VALUE 500.
001320 77  WS-REVERSAL-INDEX           PIC 9(05) COMP VALUE ZERO.
001330 77  WS-REVERSAL-FOUND-SWITCH    PIC X(01) VALUE "N".
001340     88  WS-REVERSAL-FOUND           VALUE "Y".
001350 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001360 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001370 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001380 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001390 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001400 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001410 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001420 01  SHIFT-PARM-TABLE.
001430     05  SITE-PARM-ENTRY OCCURS 10 TIMES.
001440         10  SPT-SITE-CODE           PIC X(03).
001450         10  SPT-SHIFT-ENTRY OCCURS 3 TIMES.
001460             15  SPT-LOADED-SWITCH       PIC X(01).
001470                 88  SPT-LOADED              VALUE "Y".
001480             15  SPT-START-MINUTES       PIC 9(05) COMP.
001490             15  SPT-GRACE-MINUTES       PIC 9(03) COMP.
001500 01  LATE-COUNTS.
001510     05  LATE-SITE-ENTRY OCCURS 10 TIMES.
001520         10  LC-SITE-CODE            PIC X(03).
001530         10  LC-SHIFT-COUNT OCCURS 3 TIMES
001540                                     PIC 9(07) COMP.
001550*****************************************************************
001560* GRTCORR REVERSALS ON THE REPORTING DATE - THE EMPLOYEE AND THE
001570* JOURNAL POSITION OF THE LAST REVERSAL FOR EACH.  A RECORD FOR
001580* THE SAME EMPLOYEE READ BEFORE THAT POSITION IS CANCELLED.
001590*****************************************************************
001600 01  REVERSAL-TABLE.
001610     05  REVERSAL-ENTRY OCCURS 500 TIMES.
001620         10  RT-EMPLOYEE-ID          PIC X(10).
001630         10  RT-POSITION             PIC 9(09) COMP.
001640 LINKAGE SECTION.
001650 01  LK-PARM-AREA.
001660     05  LK-PARM-LEN                 PIC S9(04) COMP.
001670     05  LK-PARM-TEXT                PIC X(20).
001680 PROCEDURE DIVISION USING LK-PARM-AREA.
001690*****************************************************************
001700* 0000-MAINLINE - TOP LEVEL CONTROL.
001710*****************************************************************
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-SCAN-LOG THRU 2000-EXIT
001750         UNTIL WS-LOG-EOF.
001760     PERFORM 3000-PRINT-SHIFT-COUNTS THRU 3000-EXIT.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     STOP RUN.
001790 0000-EXIT.
001800     EXIT.
001810*****************************************************************
001820* 1000-INITIALIZE - RESOLVE THE REPORTING DATE, LOAD THE SHIFT
001830* PARAMETER TABLE, OPEN THE LOG AND THE REPORT, AND PRINT THE
001840* REPORT HEADING.
001850*****************************************************************
001860 1000-INITIALIZE.
001870     DISPLAY "=================================================".
001880     DISPLAY " LATE-ARRIVAL EXCEPTION REPORT".
001890     DISPLAY "=================================================".
001900     MOVE "S" TO WS-RH-ENTRY-TYPE.
001910     MOVE ZERO TO WS-RH-READ.
001920     MOVE ZERO TO WS-RH-WRITTEN.
001930     MOVE ZERO TO WS-RH-REJECTED.
001940     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001950     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001960     MOVE SPACES TO WS-PARM-VALUE.
001970     IF LK-PARM-LEN > ZERO
001980         MOVE LK-PARM-TEXT(1:8) TO WS-PARM-VALUE
001990     END-IF.
002000     IF WS-PARM-VALUE = SPACES
002010         MOVE WS-TODAY TO WS-REPORT-DATE
002020     ELSE
002030         IF WS-PARM-VALUE IS NUMERIC
002040             MOVE WS-PARM-VALUE TO WS-REPORT-DATE
002050         ELSE
002060             DISPLAY "PARM MUST BE A YYYYMMDD REPORT DATE - GOT "
002070                 WS-PARM-VALUE
002080             MOVE 16 TO RETURN-CODE
002090             STOP RUN
002100         END-IF
002110     END-IF.
002120     DISPLAY "REPORTING DATE: " WS-REPORT-DATE.
002130     INITIALIZE SHIFT-PARM-TABLE.
002140     INITIALIZE LATE-COUNTS.
002150     PERFORM 1100-LOAD-SHIFT-PARMS THRU 1100-EXIT.
002160     INITIALIZE REVERSAL-TABLE.
002170     PERFORM 1200-LOAD-REVERSALS THRU 1200-EXIT.
002180     OPEN INPUT GREETING-LOG-FILE.
002190     IF WS-LOG-STATUS NOT = "00"
002200         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
002210             WS-LOG-STATUS
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     OPEN OUTPUT PRINT-FILE.
002260     IF WS-PRINT-STATUS NOT = "00"
002270         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
002280             WS-PRINT-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320     MOVE SPACES TO PRINT-RECORD.
002330     STRING "---- LATE ARRIVALS FOR " DELIMITED BY SIZE
002340             WS-REPORT-DATE DELIMITED BY SIZE
002350             " ----" DELIMITED BY SIZE
002360         INTO PRINT-RECORD.
002370     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
002380     MOVE SPACES TO PRINT-RECORD.
002390     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
002400 1000-EXIT.
002410     EXIT.
002420*****************************************************************
002430* 1100-LOAD-SHIFT-PARMS - LOAD THE SHIFT START TIMES AND GRACE
002440* PERIODS FROM THE PARAMETER FILE.  ROW 1 OF THE TABLE IS THE
002450* "*" DEFAULT EVERY SITE FALLS BACK TO - ALL THREE OF ITS
002460* SHIFTS MUST BE PRESENT AND NUMERIC, OR A REPORT RUN AGAINST
002470* A HALF-KEYED PARAMETER FILE WOULD QUIETLY PASS EVERY ARRIVAL
002480* ON THE MISSING SHIFT.  SITE-SPECIFIC ROWS MAY CARRY ANY
002490* SUBSET OF SHIFTS - THE REST FALL BACK TO THE DEFAULT.
002500*****************************************************************
002510 1100-LOAD-SHIFT-PARMS.
002520     MOVE 1 TO WS-SITE-COUNT.
002530     MOVE "*" TO SPT-SITE-CODE (1).
002540     OPEN INPUT SHIFT-PARM-FILE.
002550     IF WS-PARM-STATUS NOT = "00"
002560         DISPLAY "UNABLE TO OPEN SHIFT PARM FILE - STATUS "
002570             WS-PARM-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     PERFORM 1110-LOAD-ONE-PARM THRU 1110-EXIT
002620         UNTIL WS-PARM-EOF.
002630     CLOSE SHIFT-PARM-FILE.
002640     PERFORM 1120-CHECK-ONE-SHIFT THRU 1120-EXIT
002650         VARYING WS-SHIFT-INDEX FROM 1 BY 1
002660         UNTIL WS-SHIFT-INDEX > 3.
002670 1100-EXIT.
002680     EXIT.
002690*****************************************************************
002700* 1110-LOAD-ONE-PARM - READ ONE PARAMETER RECORD AND FILE IT
002710* UNDER ITS SHIFT.  A RECORD WITH AN UNKNOWN SHIFT CODE OR A
002720* NON-NUMERIC TIME OR GRACE STOPS THE RUN - THE PARAMETER FILE
002730* IS KEYED BY HAND AND A BAD RECORD MEANS IT NEEDS FIXING.
002740*****************************************************************
002750 1110-LOAD-ONE-PARM.
002760     READ SHIFT-PARM-FILE
002770         AT END
002780             SET WS-PARM-EOF TO TRUE
002790         NOT AT END
002800             PERFORM 1115-FILE-ONE-PARM THRU 1115-EXIT
002810     END-READ.
002820 1110-EXIT.
002830     EXIT.
002840 1115-FILE-ONE-PARM.
002850     IF SP-START-TIME NOT NUMERIC
002860             OR SP-GRACE-MINUTES NOT NUMERIC
002870         DISPLAY "SHIFT PARM RECORD FOR " SP-SHIFT
002880             " HAS A NON-NUMERIC TIME OR GRACE - FIX SHIFTPRM"
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     EVALUATE TRUE
002930         WHEN SP-SHIFT-DAY
002940             MOVE 1 TO WS-SHIFT-INDEX
002950         WHEN SP-SHIFT-EVENING
002960             MOVE 2 TO WS-SHIFT-INDEX
002970         WHEN SP-SHIFT-NIGHT
002980             MOVE 3 TO WS-SHIFT-INDEX
002990         WHEN OTHER
003000             DISPLAY "SHIFT PARM RECORD HAS UNKNOWN SHIFT "
003010                 SP-SHIFT " - FIX SHIFTPRM"
003020             MOVE 16 TO RETURN-CODE
003030             STOP RUN
003040     END-EVALUATE.
003050     IF SP-ANY-SITE
003060         MOVE 1 TO WS-SITE-INDEX
003070     ELSE
003080         PERFORM 1117-FIND-OR-ADD-SITE THRU 1117-EXIT
003090     END-IF.
003100     SET SPT-LOADED (WS-SITE-INDEX, WS-SHIFT-INDEX) TO TRUE.
003110     DIVIDE SP-START-TIME BY 100
003120         GIVING WS-START-HH
003130         REMAINDER WS-START-MM.
003140     COMPUTE SPT-START-MINUTES (WS-SITE-INDEX, WS-SHIFT-INDEX)
003150         = WS-START-HH * 60 + WS-START-MM.
003160     MOVE SP-GRACE-MINUTES TO
003170         SPT-GRACE-MINUTES (WS-SITE-INDEX, WS-SHIFT-INDEX).
003180 1115-EXIT.
003190     EXIT.
003200*****************************************************************
003210* 1117-FIND-OR-ADD-SITE - LOCATE THIS PARAMETER RECORD'S SITE
003220* ROW, ADDING A NEW ONE IN FIRST-SEEN ORDER IF THE SITE HAS
003230* NOT BEEN KEYED YET THIS RUN.
003240*****************************************************************
003250 1117-FIND-OR-ADD-SITE.
003260     MOVE "N" TO WS-SITE-FOUND-SWITCH.
003270     PERFORM 1118-TEST-ONE-SITE THRU 1118-EXIT
003280         VARYING WS-SITE-INDEX FROM 1 BY 1
003290         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
003300             OR WS-SITE-FOUND.
003310     IF WS-SITE-FOUND
003320         SUBTRACT 1 FROM WS-SITE-INDEX
003330         GO TO 1117-EXIT
003340     END-IF.
003350     IF WS-SITE-COUNT >= WS-MAX-SITES
003360         DISPLAY "SHIFTPRM SITES EXCEED TABLE OF " WS-MAX-SITES
003370             " - ENLARGE SHIFT-PARM-TABLE"
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     ADD 1 TO WS-SITE-COUNT.
003420     MOVE WS-SITE-COUNT TO WS-SITE-INDEX.
003430     MOVE SP-SITE-CODE TO SPT-SITE-CODE (WS-SITE-INDEX).
003440 1117-EXIT.
003450     EXIT.
003460*****************************************************************
003470* 1118-TEST-ONE-SITE - COMPARE THE CURRENT SITE ROW TO THE
003480* PARAMETER RECORD BEING FILED.
003490*****************************************************************
003500 1118-TEST-ONE-SITE.
003510     IF SPT-SITE-CODE (WS-SITE-INDEX) = SP-SITE-CODE
003520         SET WS-SITE-FOUND TO TRUE
003530     END-IF.
003540 1118-EXIT.
003550     EXIT.
003560*****************************************************************
003570* 1120-CHECK-ONE-SHIFT - CONFIRM A DEFAULT ("*" SITE) RECORD
003580* WAS LOADED FOR THE SHIFT UNDER THE CURRENT SUBSCRIPT.
003590*****************************************************************
003600 1120-CHECK-ONE-SHIFT.
003610     IF NOT SPT-LOADED (1, WS-SHIFT-INDEX)
003620         DISPLAY "SHIFTPRM IS MISSING A DEFAULT SHIFT RECORD - "
003630             "ALL OF D, E, AND N MUST BE PRESENT FOR SITE *"
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670 1120-EXIT.
003680     EXIT.
003690*****************************************************************
003700* 1200-LOAD-REVERSALS - READ THE WHOLE JOURNAL ONCE AHEAD OF THE
003710* REPORT PASS AND FILE EVERY REVERSAL IMAGE FOR THE REPORTING
003720* DATE.  THE JOURNAL IS CLOSED AGAIN SO 1000 CAN REOPEN IT AT
003730* THE TOP.
003740*****************************************************************
003750 1200-LOAD-REVERSALS.
003760     OPEN INPUT GREETING-LOG-FILE.
003770     IF WS-LOG-STATUS NOT = "00"
003780         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
003790             WS-LOG-STATUS
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     PERFORM 1210-FILE-ONE-REVERSAL THRU 1210-EXIT
003840         UNTIL WS-LOG-EOF.
003850     CLOSE GREETING-LOG-FILE.
003860     MOVE "N" TO WS-LOG-EOF-SWITCH.
003870 1200-EXIT.
003880     EXIT.
003890*****************************************************************
003900* 1210-FILE-ONE-REVERSAL - READ ONE JOURNAL RECORD AND, IF IT IS
003910* A REVERSAL FOR THE REPORTING DATE, RECORD ITS POSITION AGAINST
003920* THE EMPLOYEE - A LATER REVERSAL OVERWRITES AN EARLIER ONE.
003930*****************************************************************
003940 1210-FILE-ONE-REVERSAL.
003950     READ GREETING-LOG-FILE
003960         AT END
003970             SET WS-LOG-EOF TO TRUE
003980             GO TO 1210-EXIT
003990     END-READ.
004000     ADD 1 TO WS-PREPASS-READ.
004010     IF NOT GR-REVERSAL-ENTRY OR GR-LOG-DATE NOT = WS-REPORT-DATE
004020         GO TO 1210-EXIT
004030     END-IF.
004040     PERFORM 1220-FIND-REVERSAL THRU 1220-EXIT.
004050     IF NOT WS-REVERSAL-FOUND
004060         IF WS-REVERSAL-COUNT >= WS-MAX-REVERSALS
004070             DISPLAY "REVERSALS EXCEED TABLE OF " WS-MAX-REVERSALS
004080                 " - ENLARGE REVERSAL-TABLE"
004090             MOVE 16 TO RETURN-CODE
004100             STOP RUN
004110         END-IF
004120         ADD 1 TO WS-REVERSAL-COUNT
004130         MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-INDEX
004140         MOVE GR-EMPLOYEE-ID TO RT-EMPLOYEE-ID (WS-REVERSAL-INDEX)
004150     END-IF.
004160     MOVE WS-PREPASS-READ TO RT-POSITION (WS-REVERSAL-INDEX).
004170 1210-EXIT.
004180     EXIT.
004190*****************************************************************
004200* 1220-FIND-REVERSAL - SEARCH THE REVERSAL TABLE FOR THE CURRENT
004210* RECORD'S EMPLOYEE, LEAVING WS-REVERSAL-INDEX ON THE HIT.
004220*****************************************************************
004230 1220-FIND-REVERSAL.
004240     MOVE "N" TO WS-REVERSAL-FOUND-SWITCH.
004250     PERFORM 1230-TEST-ONE-REVERSAL THRU 1230-EXIT
004260         VARYING WS-REVERSAL-INDEX FROM 1 BY 1
004270         UNTIL WS-REVERSAL-INDEX > WS-REVERSAL-COUNT
004280             OR WS-REVERSAL-FOUND.
004290     IF WS-REVERSAL-FOUND
004300         SUBTRACT 1 FROM WS-REVERSAL-INDEX
004310     END-IF.
004320 1220-EXIT.
004330     EXIT.
004340*****************************************************************
004350* 1230-TEST-ONE-REVERSAL - COMPARE ONE TABLE ENTRY.
004360*****************************************************************
004370 1230-TEST-ONE-REVERSAL.
004380     IF RT-EMPLOYEE-ID (WS-REVERSAL-INDEX) = GR-EMPLOYEE-ID
004390         SET WS-REVERSAL-FOUND TO TRUE
004400     END-IF.
004410 1230-EXIT.
004420     EXIT.
004430*****************************************************************
004440* 2000-SCAN-LOG - READ ONE LOG RECORD AND, IF IT WAS LOGGED ON
004450* THE REPORTING DATE, TEST IT AGAINST ITS SHIFT'S START TIME.  A
004460* REVERSAL IS LEFT OUT; A RECORD A LATER REVERSAL CANCELS IS
004470* COUNTED AND LEFT OUT.
004480*****************************************************************
004490 2000-SCAN-LOG.
004500     READ GREETING-LOG-FILE
004510         AT END
004520             SET WS-LOG-EOF TO TRUE
004530         NOT AT END
004540             ADD 1 TO WS-RECORDS-READ
004550             IF GR-LOG-DATE = WS-REPORT-DATE
004560                 ADD 1 TO WS-DATE-MATCHED
004570                 PERFORM 2050-CHECK-CANCELLED THRU 2050-EXIT
004580             END-IF
004590     END-READ.
004600 2000-EXIT.
004610     EXIT.
004620*****************************************************************
004630* 2050-CHECK-CANCELLED - DROP A REVERSAL IMAGE, AND ANY RECORD
004640* READ BEFORE THE LAST REVERSAL FOR ITS EMPLOYEE; TEST THE REST.
004645* ONLY THE CANCELLED RECORDS ARE COUNTED.
004650*****************************************************************
004660 2050-CHECK-CANCELLED.
004670     IF GR-REVERSAL-ENTRY
004690         GO TO 2050-EXIT
004700     END-IF.
004710     PERFORM 1220-FIND-REVERSAL THRU 1220-EXIT.
004720     IF WS-REVERSAL-FOUND
004730         IF WS-RECORDS-READ < RT-POSITION (WS-REVERSAL-INDEX)
004740             ADD 1 TO WS-CANCELLED-COUNT
004750             GO TO 2050-EXIT
004760         END-IF
004770     END-IF.
004780     PERFORM 2100-TEST-ONE-ARRIVAL THRU 2100-EXIT.
004790 2050-EXIT.
004800     EXIT.
004810*****************************************************************
004820* 2100-TEST-ONE-ARRIVAL - COMPARE THE ARRIVAL TIME TO THE SHIFT
004830* START PLUS GRACE AND PRINT A DETAIL LINE WHEN LATE.  A RECORD
004840* WHOSE SHIFT CODE IS NOT D, E, OR N IS COUNTED AND SKIPPED -
004850* THERE IS NO START TIME TO MEASURE IT AGAINST.
004860*****************************************************************
004870 2100-TEST-ONE-ARRIVAL.
004880     EVALUATE TRUE
004890         WHEN GR-SHIFT-DAY
004900             MOVE 1 TO WS-SHIFT-INDEX
004910         WHEN GR-SHIFT-EVENING
004920             MOVE 2 TO WS-SHIFT-INDEX
004930         WHEN GR-SHIFT-NIGHT
004940             MOVE 3 TO WS-SHIFT-INDEX
004950         WHEN OTHER
004960             ADD 1 TO WS-UNKNOWN-SHIFT-COUNT
004970             GO TO 2100-EXIT
004980     END-EVALUATE.
004990     IF GR-LOG-TIME(1:4) NOT NUMERIC
005000         ADD 1 TO WS-UNKNOWN-SHIFT-COUNT
005010         GO TO 2100-EXIT
005020     END-IF.
005030*    A BLANK SITE ON AN OLDER LOG RECORD READS AS THE MAIN
005040*    BUILDING.  THE ARRIVAL IS MEASURED AGAINST ITS OWN SITE'S
005050*    ROW WHEN SHIFTPRM CARRIES ONE FOR THIS SHIFT, OTHERWISE
005060*    AGAINST THE "*" DEFAULT ROW.
005070     MOVE GR-SITE-CODE TO WS-ARRIVAL-SITE.
005080     IF WS-ARRIVAL-SITE = SPACES OR WS-ARRIVAL-SITE = LOW-VALUE
005090         MOVE "HQ " TO WS-ARRIVAL-SITE
005100     END-IF.
005110     PERFORM 2150-RESOLVE-SITE-ROW THRU 2150-EXIT.
005120     MOVE GR-LOG-TIME(1:2) TO WS-ARRIVAL-HH.
005130     MOVE GR-LOG-TIME(3:2) TO WS-ARRIVAL-MM.
005140     COMPUTE WS-ARRIVAL-MINUTES =
005150         WS-ARRIVAL-HH * 60 + WS-ARRIVAL-MM.
005160*    AN ARRIVAL MORE THAN TWELVE HOURS BEFORE THE SHIFT START
005170*    CROSSED MIDNIGHT - A NIGHT-SHIFT BADGE-IN AT 00:30 AGAINST
005180*    A 23:00 START BELONGS TO THE SHIFT THAT BEGAN YESTERDAY -
005190*    SO CARRY IT INTO THE NEXT DAY BEFORE COMPARING.
005200     IF WS-ARRIVAL-MINUTES <
005210             SPT-START-MINUTES (WS-USE-SITE-INDEX, WS-SHIFT-INDEX)
005220         SUBTRACT WS-ARRIVAL-MINUTES FROM
005230             SPT-START-MINUTES (WS-USE-SITE-INDEX, WS-SHIFT-INDEX)
005240             GIVING WS-WRAP-GAP
005250         IF WS-WRAP-GAP > 720
005260             ADD 1440 TO WS-ARRIVAL-MINUTES
005270         END-IF
005280     END-IF.
005290     COMPUTE WS-ALLOWED-MINUTES =
005300         SPT-START-MINUTES (WS-USE-SITE-INDEX, WS-SHIFT-INDEX) +
005310         SPT-GRACE-MINUTES (WS-USE-SITE-INDEX, WS-SHIFT-INDEX).
005320     IF WS-ARRIVAL-MINUTES > WS-ALLOWED-MINUTES
005330         COMPUTE WS-MINUTES-LATE =
005340             WS-ARRIVAL-MINUTES - WS-ALLOWED-MINUTES
005350         PERFORM 2160-TALLY-LATE-SITE THRU 2160-EXIT
005360         ADD 1 TO WS-LATE-TOTAL
005370         PERFORM 2200-PRINT-LATE-LINE THRU 2200-EXIT
005380     END-IF.
005390 2100-EXIT.
005400     EXIT.
005410*****************************************************************
005420* 2150-RESOLVE-SITE-ROW - PICK THE PARAMETER ROW FOR THE
005430* ARRIVAL'S SITE AND SHIFT, FALLING BACK TO THE "*" DEFAULT
005440* ROW WHEN THE SITE HAS NO ROW OR ITS ROW DOES NOT CARRY THIS
005450* SHIFT.
005460*****************************************************************
005470 2150-RESOLVE-SITE-ROW.
005480     MOVE 1 TO WS-USE-SITE-INDEX.
005490     MOVE "N" TO WS-SITE-FOUND-SWITCH.
005500     PERFORM 2155-TEST-ONE-SITE-ROW THRU 2155-EXIT
005510         VARYING WS-SITE-INDEX FROM 2 BY 1
005520         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
005530             OR WS-SITE-FOUND.
005540     IF WS-SITE-FOUND
005550         SUBTRACT 1 FROM WS-SITE-INDEX
005560         IF SPT-LOADED (WS-SITE-INDEX, WS-SHIFT-INDEX)
005570             MOVE WS-SITE-INDEX TO WS-USE-SITE-INDEX
005580         END-IF
005590     END-IF.
005600 2150-EXIT.
005610     EXIT.
005620 2155-TEST-ONE-SITE-ROW.
005630     IF SPT-SITE-CODE (WS-SITE-INDEX) = WS-ARRIVAL-SITE
005640         SET WS-SITE-FOUND TO TRUE
005650     END-IF.
005660 2155-EXIT.
005670     EXIT.
005680*****************************************************************
005690* 2160-TALLY-LATE-SITE - TALLY THE LATE ARRIVAL UNDER ITS SITE
005700* AND SHIFT, ADDING THE SITE'S COUNT ROW IN FIRST-SEEN ORDER.
005710*****************************************************************
005720 2160-TALLY-LATE-SITE.
005730     MOVE "N" TO WS-SITE-FOUND-SWITCH.
005740     PERFORM 2165-TEST-ONE-LATE-SITE THRU 2165-EXIT
005750         VARYING WS-LATE-SITE-INDEX FROM 1 BY 1
005760         UNTIL WS-LATE-SITE-INDEX > WS-LATE-SITE-COUNT
005770             OR WS-SITE-FOUND.
005780     IF WS-SITE-FOUND
005790         SUBTRACT 1 FROM WS-LATE-SITE-INDEX
005800     ELSE
005810         IF WS-LATE-SITE-COUNT >= WS-MAX-SITES
005820             DISPLAY "LATE-ARRIVAL SITES EXCEED TABLE OF "
005830                 WS-MAX-SITES " - ENLARGE LATE-COUNTS"
005840             MOVE 16 TO RETURN-CODE
005850             STOP RUN
005860         END-IF
005870         ADD 1 TO WS-LATE-SITE-COUNT
005880         MOVE WS-LATE-SITE-COUNT TO WS-LATE-SITE-INDEX
005890         MOVE WS-ARRIVAL-SITE TO
005900             LC-SITE-CODE (WS-LATE-SITE-INDEX)
005910     END-IF.
005920     ADD 1 TO LC-SHIFT-COUNT
005930         (WS-LATE-SITE-INDEX, WS-SHIFT-INDEX).
005940 2160-EXIT.
005950     EXIT.
005960 2165-TEST-ONE-LATE-SITE.
005970     IF LC-SITE-CODE (WS-LATE-SITE-INDEX) = WS-ARRIVAL-SITE
005980         SET WS-SITE-FOUND TO TRUE
005990     END-IF.
006000 2165-EXIT.
006010     EXIT.
006020*****************************************************************
006030* 2200-PRINT-LATE-LINE - PRINT ONE LATE ARRIVAL: NAME, EMPLOYEE
006040* ID, DEPARTMENT, SHIFT, AND MINUTES LATE.
006050*****************************************************************
006060 2200-PRINT-LATE-LINE.
006070     MOVE WS-MINUTES-LATE TO WS-LATE-EDIT.
006080     MOVE SPACES TO PRINT-RECORD.
006090     STRING GR-USER-NAME DELIMITED BY SIZE
006100             " " DELIMITED BY SIZE
006110             GR-EMPLOYEE-ID DELIMITED BY SIZE
006120             " " DELIMITED BY SIZE
006130             GR-DEPARTMENT DELIMITED BY SIZE
006140             " " DELIMITED BY SIZE
006150             GR-SHIFT DELIMITED BY SIZE
006160             " " DELIMITED BY SIZE
006170             WS-ARRIVAL-SITE DELIMITED BY SIZE
006180             "  LATE BY " DELIMITED BY SIZE
006190             WS-LATE-EDIT DELIMITED BY SIZE
006200             " MIN" DELIMITED BY SIZE
006210         INTO PRINT-RECORD.
006220     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
006230 2200-EXIT.
006240     EXIT.
006250*****************************************************************
006260* 3000-PRINT-SHIFT-COUNTS - PRINT THE LATE COUNTS PER SHIFT,
006270* BROKEN BY SITE, THEN THE TOTAL AND THE COUNT OF RECORDS THAT
006280* COULD NOT BE MEASURED.
006290*****************************************************************
006300 3000-PRINT-SHIFT-COUNTS.
006310     MOVE SPACES TO PRINT-RECORD.
006320     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
006330     PERFORM 3050-PRINT-ONE-SITE THRU 3050-EXIT
006340         VARYING WS-LATE-SITE-INDEX FROM 1 BY 1
006350         UNTIL WS-LATE-SITE-INDEX > WS-LATE-SITE-COUNT.
006360     IF WS-LATE-SITE-COUNT = ZERO
006370         MOVE "---- NO LATE ARRIVALS ----" TO PRINT-RECORD
006380         PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT
006390     END-IF.
006400     MOVE WS-LATE-TOTAL TO WS-COUNT-EDIT.
006410     MOVE SPACES TO PRINT-RECORD.
006420     STRING "TOTAL LATE:           " DELIMITED BY SIZE
006430             WS-COUNT-EDIT DELIMITED BY SIZE
006440         INTO PRINT-RECORD.
006450     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
006460     IF WS-UNKNOWN-SHIFT-COUNT > ZERO
006470         MOVE WS-UNKNOWN-SHIFT-COUNT TO WS-COUNT-EDIT
006480         MOVE SPACES TO PRINT-RECORD
006490         STRING "NOT MEASURABLE:       " DELIMITED BY SIZE
006500                 WS-COUNT-EDIT DELIMITED BY SIZE
006510                 "  (BAD SHIFT CODE OR TIME)" DELIMITED BY SIZE
006520             INTO PRINT-RECORD
006530         PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT
006540     END-IF.
006550     IF WS-CANCELLED-COUNT > ZERO
006560         MOVE WS-CANCELLED-COUNT TO WS-COUNT-EDIT
006570         MOVE SPACES TO PRINT-RECORD
006580         STRING "CORRECTED AWAY:       " DELIMITED BY SIZE
006590                 WS-COUNT-EDIT DELIMITED BY SIZE
006600                 "  (REVERSED BY GRTCORR)" DELIMITED BY SIZE
006610             INTO PRINT-RECORD
006620         PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT
006630     END-IF.
006640 3000-EXIT.
006650     EXIT.
006660*****************************************************************
006670* 3050-PRINT-ONE-SITE - PRINT ONE SITE'S LATE-ARRIVAL COUNT
006680* BLOCK, ONE LINE PER SHIFT.
006690*****************************************************************
006700 3050-PRINT-ONE-SITE.
006710     MOVE SPACES TO PRINT-RECORD.
006720     STRING "---- LATE ARRIVALS PER SHIFT - SITE "
006730             DELIMITED BY SIZE
006740             LC-SITE-CODE (WS-LATE-SITE-INDEX)
006750             DELIMITED BY SIZE
006760             " ----" DELIMITED BY SIZE
006770         INTO PRINT-RECORD.
006780     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
006790     PERFORM 3100-PRINT-ONE-COUNT THRU 3100-EXIT
006800         VARYING WS-SHIFT-INDEX FROM 1 BY 1
006810         UNTIL WS-SHIFT-INDEX > 3.
006820 3050-EXIT.
006830     EXIT.
006840*****************************************************************
006850* 3100-PRINT-ONE-COUNT - PRINT ONE SHIFT'S LATE COUNT FOR THE
006860* SITE BLOCK BEING PRINTED.
006870*****************************************************************
006880 3100-PRINT-ONE-COUNT.
006890     EVALUATE WS-SHIFT-INDEX
006900         WHEN 1
006910             MOVE "DAY SHIFT:     " TO WS-SHIFT-LABEL
006920         WHEN 2
006930             MOVE "EVENING SHIFT: " TO WS-SHIFT-LABEL
006940         WHEN OTHER
006950             MOVE "NIGHT SHIFT:   " TO WS-SHIFT-LABEL
006960     END-EVALUATE.
006970     MOVE LC-SHIFT-COUNT (WS-LATE-SITE-INDEX, WS-SHIFT-INDEX)
006980         TO WS-COUNT-EDIT.
006990     MOVE SPACES TO PRINT-RECORD.
007000     STRING WS-SHIFT-LABEL DELIMITED BY SIZE
007010             "        " DELIMITED BY SIZE
007020             WS-COUNT-EDIT DELIMITED BY SIZE
007030         INTO PRINT-RECORD.
007040     PERFORM 8000-PRINT-ONE-LINE THRU 8000-EXIT.
007050 3100-EXIT.
007060     EXIT.
007070*****************************************************************
007080* 8000-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
007090* STATUS.
007100*****************************************************************
007110 8000-PRINT-ONE-LINE.
007120     WRITE PRINT-RECORD.
007130     IF WS-PRINT-STATUS NOT = "00"
007140         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
007150             WS-PRINT-STATUS
007160         MOVE 16 TO RETURN-CODE
007170         STOP RUN
007180     END-IF.
007190 8000-EXIT.
007200     EXIT.
007210*****************************************************************
007220* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
007230*****************************************************************
007240 9000-TERMINATE.
007250     CLOSE GREETING-LOG-FILE.
007260     CLOSE PRINT-FILE.
007270     DISPLAY "LOG RECORDS READ:      " WS-RECORDS-READ.
007280     DISPLAY "ON REPORTING DATE:     " WS-DATE-MATCHED.
007290     DISPLAY "LATE ARRIVALS LISTED:  " WS-LATE-TOTAL.
007300     DISPLAY "CORRECTED AWAY:        " WS-CANCELLED-COUNT.
007310     MOVE "E" TO WS-RH-ENTRY-TYPE.
007320     MOVE WS-RECORDS-READ TO WS-RH-READ.
007330     MOVE WS-LATE-TOTAL TO WS-RH-WRITTEN.
007340     MOVE WS-UNKNOWN-SHIFT-COUNT TO WS-RH-REJECTED.
007350     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
007360 9000-EXIT.
007370     EXIT.
007380*****************************************************************
007390* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
007400* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
007410* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
007420* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
007430* POINT.
007440*****************************************************************
007450 9500-WRITE-RUN-HISTORY.
007460     OPEN EXTEND RUN-HISTORY-FILE.
007470     IF WS-RUNHIST-STATUS NOT = "00" AND
007480             WS-RUNHIST-STATUS NOT = "05"
007490         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
007500             WS-RUNHIST-STATUS
007510         MOVE 16 TO RETURN-CODE
007520         STOP RUN
007530     END-IF.
007540     MOVE "LATERPT" TO RH-PROGRAM-NAME.
007550     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
007560     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
007570     ACCEPT WS-RH-TIME FROM TIME.
007580     MOVE WS-RH-DATE TO RH-RUN-DATE.
007590     MOVE WS-RH-TIME TO RH-RUN-TIME.
007600     MOVE WS-RH-READ TO RH-RECORDS-READ.
007610     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
007620     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
007630     MOVE RETURN-CODE TO RH-RETURN-CODE.
007640     WRITE RUN-HISTORY-RECORD.
007650     IF WS-RUNHIST-STATUS NOT = "00"
007660         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
007670             WS-RUNHIST-STATUS
007680         MOVE 16 TO RETURN-CODE
007690         STOP RUN
007700     END-IF.
007710     CLOSE RUN-HISTORY-FILE.
007720 9500-EXIT.
007730     EXIT.
