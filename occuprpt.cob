000240*                   MEANS A KEYING ERROR AT THE DESK.  THE
000250*                   REPORTING DATE COMES IN AS PARM=YYYYMMDD,
000260*                   DEFAULT TODAY, THE SAME AS LATERPT.
000270*   2026-09-02  JH  PRINT THE SITE CODE ON EVERY STILL-ON-SITE
000280*                   LINE NOW THE LOGS CARRY IT, SO THE MUSTER
000290*                   LIST SPLITS BY BUILDING FOR THE ANNEX.
000300*   2026-10-15  JH  LEAVE OFF THE MUSTER LIST ANY GREETING THAT
000310*                   GRTCORR HAS VOIDED OR MOVED TO ANOTHER DATE.
000320*                   A FIRST PASS OF THE JOURNAL FILES THE
000330*                   REPORTING DATE'S REVERSAL IMAGES BY EMPLOYEE
000340*                   AND POSITION; THE SCAN SKIPS THE REVERSALS
000350*                   AND ANY EARLIER RECORD THEY CANCEL, THE SAME
000360*                   RULE AS LATERPT.  RESEQUENCED THE SOURCE SO
000370*                   COLUMNS 1-6 ASCEND AGAIN.
000372*   2026-10-15  JH  A REVERSAL IMAGE IS NOW SKIPPED WITHOUT BEING
000374*                   COUNTED, SO CORRECTED AWAY COUNTS ONLY THE
000376*                   GREETINGS A LATER REVERSAL CANCELLED, NOT EACH
000378*                   CORRECTION TWICE.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT DEPARTURE-FILE ASSIGN TO "DEPARTS"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-DEPART-STATUS.
000450     SELECT GREETING-LOG-FILE ASSIGN TO "GREETLOG"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-LOG-STATUS.
000480     SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITLOG"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-VISIT-STATUS.
000510     SELECT PRINT-FILE ASSIGN TO "OCCUPRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PRINT-STATUS.
000540     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RUNHIST-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  DEPARTURE-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY DPRTREC.
000620 FD  GREETING-LOG-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY GREETREC.
000650 FD  VISITOR-LOG-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY VISITREC.
000680 FD  PRINT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  PRINT-RECORD                    PIC X(132).
000710 FD  RUN-HISTORY-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY RUNHREC.
000740 WORKING-STORAGE SECTION.
000750*****************************************************************
000760* SWITCHES, COUNTERS, AND THE DEPARTURE TABLE.  THE TABLE HOLDS
000770* ONLY THE REPORTING DATE'S DEPARTURES SO EACH ARRIVAL IS ONE
000780* IN-STORAGE SEARCH, THE SAME WAY HELLOBAT HOLDS THE EMPLOYEE
000790* MASTER.
000800*****************************************************************
000810 77  WS-DEPART-EOF-SWITCH        PIC X(01) VALUE "N".
000820     88  WS-DEPART-EOF               VALUE "Y".
000830 77  WS-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
000840     88  WS-LOG-EOF                  VALUE "Y".
000850 77  WS-VISIT-EOF-SWITCH         PIC X(01) VALUE "N".
000860     88  WS-VISIT-EOF                VALUE "Y".
000870 77  WS-DEPART-STATUS            PIC X(02) VALUE "00".
000880 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
000890 77  WS-VISIT-STATUS             PIC X(02) VALUE "00".
000900 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000910 77  WS-PARM-VALUE               PIC X(08) VALUE SPACES.
000920 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
000930 77  WS-REPORT-DATE              PIC X(08) VALUE SPACES.
000940 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000950 77  WS-DEPART-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
000960 77  WS-DEPART-OFF-DATE          PIC 9(09) COMP VALUE ZERO.
000970 77  WS-DEPART-COUNT             PIC 9(05) COMP VALUE ZERO.
000980 77  WS-MAX-DEPARTS              PIC 9(05) COMP VALUE 2000.
000990 77  WS-DEPART-INDEX             PIC 9(05) COMP VALUE ZERO.
001000 77  WS-DEPART-FOUND-SWITCH      PIC X(01) VALUE "N".
001010     88  WS-DEPART-FOUND             VALUE "Y".
001020 77  WS-LOG-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
001030 77  WS-VISIT-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
001040 77  WS-EMP-ON-SITE-COUNT        PIC 9(07) COMP VALUE ZERO.
001050 77  WS-VIS-ON-SITE-COUNT        PIC 9(07) COMP VALUE ZERO.
001060 77  WS-OVERSTAY-COUNT           PIC 9(07) COMP VALUE ZERO.
001070 77  WS-UNMATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
001080 77  WS-PREPASS-READ             PIC 9(09) COMP VALUE ZERO.
001090 77  WS-CANCELLED-COUNT          PIC 9(07) COMP VALUE ZERO.
001100 77  WS-REVERSAL-COUNT           PIC 9(05) COMP VALUE ZERO.
001110 77  WS-MAX-REVERSALS            PIC 9(05) COMP VALUE 500.
001120 77  WS-REVERSAL-INDEX           PIC 9(05) COMP VALUE ZERO.
001130 77  WS-REVERSAL-FOUND-SWITCH    PIC X(01) VALUE "N".
001140     88  WS-REVERSAL-FOUND           VALUE "Y".
001150 77  WS-COUNT-EDIT               PIC Z(6)9.
001160 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
001170 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001180 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001190 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001200 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001210 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001220 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001230 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001240 01  DEPARTURE-TABLE.
001250     05  DEPARTURE-ENTRY OCCURS 2000 TIMES.
001260         10  DE-RECORD-TYPE          PIC X(01).
001270         10  DE-EMPLOYEE-ID          PIC X(10).
001280         10  DE-VISITOR-NAME         PIC X(50).
001290         10  DE-DEPART-TIME          PIC X(08).
001300         10  DE-MATCHED-SWITCH       PIC X(01).
001310             88  DE-MATCHED              VALUE "Y".
001320*****************************************************************
001330* GRTCORR REVERSALS ON THE REPORTING DATE - THE EMPLOYEE AND THE
001340* JOURNAL POSITION OF THE LAST REVERSAL FOR EACH.  A RECORD FOR
001350* THE SAME EMPLOYEE READ BEFORE THAT POSITION IS CANCELLED.
001360*****************************************************************
001370 01  REVERSAL-TABLE.
001380     05  REVERSAL-ENTRY OCCURS 500 TIMES.
001390         10  RT-EMPLOYEE-ID          PIC X(10).
001400         10  RT-POSITION             PIC 9(09) COMP.
001410 LINKAGE SECTION.
001420 01  LK-PARM-AREA.
001430     05  LK-PARM-LEN                 PIC S9(04) COMP.
001440     05  LK-PARM-TEXT                PIC X(20).
001450 PROCEDURE DIVISION USING LK-PARM-AREA.
001460*****************************************************************
001470* 0000-MAINLINE - TOP LEVEL CONTROL.
001480*****************************************************************
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     PERFORM 2000-LOAD-DEPARTURES THRU 2000-EXIT
001520         UNTIL WS-DEPART-EOF.
001530     PERFORM 3000-SCAN-GREETING-LOG THRU 3000-EXIT.
001540     PERFORM 4000-SCAN-VISITOR-LOG THRU 4000-EXIT.
001550     PERFORM 5000-REPORT-UNMATCHED THRU 5000-EXIT.
001560     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001580     STOP RUN.
001590 0000-EXIT.
001600     EXIT.
001610*****************************************************************
001620* 1000-INITIALIZE - RESOLVE THE REPORTING DATE, FILE THE DAY'S
001630* CORRECTION REVERSALS, OPEN THE FILES,
001640* AND PRINT THE REPORT HEADING.
001650*****************************************************************
001660 1000-INITIALIZE.
001670     DISPLAY "=================================================".
001680     DISPLAY " END-OF-DAY ON-SITE OCCUPANCY REPORT".
001690     DISPLAY "=================================================".
001700     MOVE "S" TO WS-RH-ENTRY-TYPE.
001710     MOVE ZERO TO WS-RH-READ.
001720     MOVE ZERO TO WS-RH-WRITTEN.
001730     MOVE ZERO TO WS-RH-REJECTED.
001740     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001750     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001760     MOVE SPACES TO WS-PARM-VALUE.
001770     IF LK-PARM-LEN > ZERO
001780         MOVE LK-PARM-LEN TO WS-PARM-LEN
001790         IF WS-PARM-LEN > 8
001800             MOVE 8 TO WS-PARM-LEN
001810         END-IF
001820         MOVE LK-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
001830     END-IF.
001840     IF WS-PARM-VALUE = SPACES
001850         MOVE WS-TODAY TO WS-REPORT-DATE
001860     ELSE
001870         IF WS-PARM-VALUE IS NUMERIC
001880             MOVE WS-PARM-VALUE TO WS-REPORT-DATE
001890         ELSE
001900             DISPLAY "PARM MUST BE A YYYYMMDD REPORT DATE - GOT "
001910                 WS-PARM-VALUE
001920             MOVE 16 TO RETURN-CODE
001930             STOP RUN
001940         END-IF
001950     END-IF.
001960     DISPLAY "REPORTING DATE: " WS-REPORT-DATE.
001970     INITIALIZE REVERSAL-TABLE.
001980     PERFORM 1200-LOAD-REVERSALS THRU 1200-EXIT.
001990     OPEN INPUT DEPARTURE-FILE.
002000     IF WS-DEPART-STATUS NOT = "00"
002010         DISPLAY "UNABLE TO OPEN DEPARTURE FILE - STATUS "
002020             WS-DEPART-STATUS
002030         MOVE 16 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060     OPEN INPUT GREETING-LOG-FILE.
002070     IF WS-LOG-STATUS NOT = "00"
002080         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
002090             WS-LOG-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     OPEN INPUT VISITOR-LOG-FILE.
002140     IF WS-VISIT-STATUS NOT = "00" AND
002150             WS-VISIT-STATUS NOT = "05"
002160         DISPLAY "UNABLE TO OPEN VISITOR LOG - STATUS "
002170             WS-VISIT-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     OPEN OUTPUT PRINT-FILE.
002220     IF WS-PRINT-STATUS NOT = "00"
002230         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
002240             WS-PRINT-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     MOVE SPACES TO PRINT-RECORD.
002290     STRING "---- ON-SITE AT END OF DAY " DELIMITED BY SIZE
002300             WS-REPORT-DATE DELIMITED BY SIZE
002310             " ----" DELIMITED BY SIZE
002320         INTO PRINT-RECORD.
002330     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002340     MOVE SPACES TO PRINT-RECORD.
002350     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002360 1000-EXIT.
002370     EXIT.
002380*****************************************************************
002390* 1200-LOAD-REVERSALS - READ THE WHOLE JOURNAL ONCE AHEAD OF THE
002400* REPORT PASS AND FILE EVERY REVERSAL IMAGE FOR THE REPORTING
002410* DATE.  THE JOURNAL IS CLOSED AGAIN SO 1000 CAN REOPEN IT AT
002420* THE TOP.
002430*****************************************************************
002440 1200-LOAD-REVERSALS.
002450     OPEN INPUT GREETING-LOG-FILE.
002460     IF WS-LOG-STATUS NOT = "00"
002470         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
002480             WS-LOG-STATUS
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     PERFORM 1210-FILE-ONE-REVERSAL THRU 1210-EXIT
002530         UNTIL WS-LOG-EOF.
002540     CLOSE GREETING-LOG-FILE.
002550     MOVE "N" TO WS-LOG-EOF-SWITCH.
002560 1200-EXIT.
002570     EXIT.
002580*****************************************************************
002590* 1210-FILE-ONE-REVERSAL - READ ONE JOURNAL RECORD AND, IF IT IS
002600* A REVERSAL FOR THE REPORTING DATE, RECORD ITS POSITION AGAINST
002610* THE EMPLOYEE - A LATER REVERSAL OVERWRITES AN EARLIER ONE.
002620*****************************************************************
002630 1210-FILE-ONE-REVERSAL.
002640     READ GREETING-LOG-FILE
002650         AT END
002660             SET WS-LOG-EOF TO TRUE
002670             GO TO 1210-EXIT
002680     END-READ.
002690     ADD 1 TO WS-PREPASS-READ.
002700     IF NOT GR-REVERSAL-ENTRY OR GR-LOG-DATE NOT = WS-REPORT-DATE
002710         GO TO 1210-EXIT
002720     END-IF.
002730     PERFORM 1220-FIND-REVERSAL THRU 1220-EXIT.
002740     IF NOT WS-REVERSAL-FOUND
002750         IF WS-REVERSAL-COUNT >= WS-MAX-REVERSALS
002760             DISPLAY "REVERSALS EXCEED TABLE OF " WS-MAX-REVERSALS
002770                 " - ENLARGE REVERSAL-TABLE"
002780             MOVE 16 TO RETURN-CODE
002790             STOP RUN
002800         END-IF
002810         ADD 1 TO WS-REVERSAL-COUNT
002820         MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-INDEX
002830         MOVE GR-EMPLOYEE-ID TO RT-EMPLOYEE-ID (WS-REVERSAL-INDEX)
002840     END-IF.
002850     MOVE WS-PREPASS-READ TO RT-POSITION (WS-REVERSAL-INDEX).
002860 1210-EXIT.
002870     EXIT.
002880*****************************************************************
002890* 1220-FIND-REVERSAL - SEARCH THE REVERSAL TABLE FOR THE CURRENT
002900* RECORD'S EMPLOYEE, LEAVING WS-REVERSAL-INDEX ON THE HIT.
002910*****************************************************************
002920 1220-FIND-REVERSAL.
002930     MOVE "N" TO WS-REVERSAL-FOUND-SWITCH.
002940     PERFORM 1230-TEST-ONE-REVERSAL THRU 1230-EXIT
002950         VARYING WS-REVERSAL-INDEX FROM 1 BY 1
002960         UNTIL WS-REVERSAL-INDEX > WS-REVERSAL-COUNT
002970             OR WS-REVERSAL-FOUND.
002980     IF WS-REVERSAL-FOUND
002990         SUBTRACT 1 FROM WS-REVERSAL-INDEX
003000     END-IF.
003010 1220-EXIT.
003020     EXIT.
003030*****************************************************************
003040* 1230-TEST-ONE-REVERSAL - COMPARE ONE TABLE ENTRY.
003050*****************************************************************
003060 1230-TEST-ONE-REVERSAL.
003070     IF RT-EMPLOYEE-ID (WS-REVERSAL-INDEX) = GR-EMPLOYEE-ID
003080         SET WS-REVERSAL-FOUND TO TRUE
003090     END-IF.
003100 1230-EXIT.
003110     EXIT.
003120*****************************************************************
003130* 2000-LOAD-DEPARTURES - READ ONE DEPARTURE TRANSACTION AND FILE
003140* IT IN THE TABLE WHEN IT BELONGS TO THE REPORTING DATE.  A
003150* DEPARTURE KEYED FOR ANOTHER DAY IS COUNTED AND SKIPPED.
003160*****************************************************************
003170 2000-LOAD-DEPARTURES.
003180     READ DEPARTURE-FILE
003190         AT END
003200             SET WS-DEPART-EOF TO TRUE
003210         NOT AT END
003220             ADD 1 TO WS-DEPART-READ-COUNT
003230             IF DP-DEPART-DATE = WS-REPORT-DATE
003240                 PERFORM 2100-FILE-ONE-DEPARTURE THRU 2100-EXIT
003250             ELSE
003260                 ADD 1 TO WS-DEPART-OFF-DATE
003270             END-IF
003280     END-READ.
003290 2000-EXIT.
003300     EXIT.
003310*****************************************************************
003320* 2100-FILE-ONE-DEPARTURE - ADD ONE DEPARTURE TO THE TABLE,
003330* STOPPING THE RUN CLEANLY IF THE TABLE BOUND IS EVER HIT.  A
003340* SPACE RECORD TYPE IS FILED AS EMPLOYEE, THE SAME CONVENTION
003350* THE ROSTER USES.
003360*****************************************************************
003370 2100-FILE-ONE-DEPARTURE.
003380     IF WS-DEPART-COUNT >= WS-MAX-DEPARTS
003390         DISPLAY "DEPARTURES EXCEED TABLE OF " WS-MAX-DEPARTS
003400             " - ENLARGE DEPARTURE-TABLE"
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440     ADD 1 TO WS-DEPART-COUNT.
003450     IF DP-TYPE-EMPLOYEE
003460         MOVE "E" TO DE-RECORD-TYPE (WS-DEPART-COUNT)
003470     ELSE
003480         MOVE DP-RECORD-TYPE TO DE-RECORD-TYPE (WS-DEPART-COUNT)
003490     END-IF.
003500     MOVE DP-EMPLOYEE-ID TO DE-EMPLOYEE-ID (WS-DEPART-COUNT).
003510     MOVE DP-VISITOR-NAME TO DE-VISITOR-NAME (WS-DEPART-COUNT).
003520     MOVE DP-DEPART-TIME TO DE-DEPART-TIME (WS-DEPART-COUNT).
003530     MOVE "N" TO DE-MATCHED-SWITCH (WS-DEPART-COUNT).
003540 2100-EXIT.
003550     EXIT.
003560*****************************************************************
003570* 3000-SCAN-GREETING-LOG - PRINT THE EMPLOYEE SECTION HEADER AND
003580* TEST EVERY GREETING LOGGED ON THE REPORTING DATE AGAINST THE
003590* DEPARTURE TABLE.
003600*****************************************************************
003610 3000-SCAN-GREETING-LOG.
003620     MOVE "EMPLOYEES WITH NO RECORDED DEPARTURE:"
003630         TO PRINT-RECORD.
003640     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003650     PERFORM 3100-TEST-ONE-GREETING THRU 3100-EXIT
003660         UNTIL WS-LOG-EOF.
003670     MOVE SPACES TO PRINT-RECORD.
003680     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003690 3000-EXIT.
003700     EXIT.
003710*****************************************************************
003720* 3100-TEST-ONE-GREETING - READ ONE LOG RECORD AND, WHEN IT WAS
003730* LOGGED ON THE REPORTING DATE AND NO EMPLOYEE BADGE-OUT MATCHES
003740* IT, PRINT THE STILL-ON-SITE LINE.  A GRTCORR REVERSAL IMAGE IS
003750* SKIPPED; A GREETING A LATER REVERSAL CANCELS IS COUNTED AND
003755* SKIPPED.
003760*****************************************************************
003770 3100-TEST-ONE-GREETING.
003780     READ GREETING-LOG-FILE
003790         AT END
003800             SET WS-LOG-EOF TO TRUE
003810             GO TO 3100-EXIT
003820     END-READ.
003830     ADD 1 TO WS-LOG-READ-COUNT.
003840     IF GR-LOG-DATE NOT = WS-REPORT-DATE
003850         GO TO 3100-EXIT
003860     END-IF.
003870     IF GR-REVERSAL-ENTRY
003890         GO TO 3100-EXIT
003900     END-IF.
003910     PERFORM 1220-FIND-REVERSAL THRU 1220-EXIT.
003920     IF WS-REVERSAL-FOUND
003930         IF WS-LOG-READ-COUNT < RT-POSITION (WS-REVERSAL-INDEX)
003940             ADD 1 TO WS-CANCELLED-COUNT
003950             GO TO 3100-EXIT
003960         END-IF
003970     END-IF.
003980     MOVE "N" TO WS-DEPART-FOUND-SWITCH.
003990     PERFORM 3110-MATCH-ONE-EMPLOYEE THRU 3110-EXIT
004000         VARYING WS-DEPART-INDEX FROM 1 BY 1
004010         UNTIL WS-DEPART-INDEX > WS-DEPART-COUNT
004020             OR WS-DEPART-FOUND.
004030     IF WS-DEPART-FOUND
004040         SUBTRACT 1 FROM WS-DEPART-INDEX
004050         SET DE-MATCHED (WS-DEPART-INDEX) TO TRUE
004060         GO TO 3100-EXIT
004070     END-IF.
004080     ADD 1 TO WS-EMP-ON-SITE-COUNT.
004090     MOVE SPACES TO PRINT-RECORD.
004100     STRING "  " DELIMITED BY SIZE
004110             GR-USER-NAME DELIMITED BY SIZE
004120             " " DELIMITED BY SIZE
004130             GR-EMPLOYEE-ID DELIMITED BY SIZE
004140             " " DELIMITED BY SIZE
004150             GR-DEPARTMENT DELIMITED BY SIZE
004160             " " DELIMITED BY SIZE
004170             GR-SHIFT DELIMITED BY SIZE
004180             "  IN AT " DELIMITED BY SIZE
004190             GR-LOG-TIME DELIMITED BY SIZE
004200             "  " DELIMITED BY SIZE
004210             GR-SITE-CODE DELIMITED BY SIZE
004220         INTO PRINT-RECORD.
004230     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004240 3100-EXIT.
004250     EXIT.
004260*****************************************************************
004270* 3110-MATCH-ONE-EMPLOYEE - COMPARE THE CURRENT DEPARTURE ENTRY
004280* TO THE GREETING BEING TESTED.  AN EMPLOYEE BADGE-OUT MATCHES
004290* ON EMPLOYEE ID.
004300*****************************************************************
004310 3110-MATCH-ONE-EMPLOYEE.
004320     IF DE-RECORD-TYPE (WS-DEPART-INDEX) = "E"
004330             AND DE-EMPLOYEE-ID (WS-DEPART-INDEX)
004340                 = GR-EMPLOYEE-ID
004350         SET WS-DEPART-FOUND TO TRUE
004360     END-IF.
004370 3110-EXIT.
004380     EXIT.
004390*****************************************************************
004400* 4000-SCAN-VISITOR-LOG - PRINT THE VISITOR SECTION HEADER AND
004410* TEST EVERY BADGE-IN LOGGED ON THE REPORTING DATE AGAINST THE
004420* DEPARTURE TABLE.
004430*****************************************************************
004440 4000-SCAN-VISITOR-LOG.
004450     MOVE "VISITORS/CONTRACTORS WITH NO RECORDED DEPARTURE:"
004460         TO PRINT-RECORD.
004470     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004480     PERFORM 4100-TEST-ONE-BADGE THRU 4100-EXIT
004490         UNTIL WS-VISIT-EOF.
004500     MOVE SPACES TO PRINT-RECORD.
004510     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004520 4000-EXIT.
004530     EXIT.
004540*****************************************************************
004550* 4100-TEST-ONE-BADGE - READ ONE BADGE RECORD AND, WHEN IT WAS
004560* LOGGED ON THE REPORTING DATE AND NO MATCHING BADGE-OUT IS ON
004570* FILE, PRINT THE STILL-ON-SITE LINE.  A VISITOR AT OR PAST THE
004580* EXPECTED DEPARTURE DATE BADGED AT ARRIVAL IS FLAGGED AS AN
004590* OVERSTAY FOR SECURITY.
004600*****************************************************************
004610 4100-TEST-ONE-BADGE.
004620     READ VISITOR-LOG-FILE
004630         AT END
004640             SET WS-VISIT-EOF TO TRUE
004650             GO TO 4100-EXIT
004660     END-READ.
004670     ADD 1 TO WS-VISIT-READ-COUNT.
004680     IF VB-LOG-DATE NOT = WS-REPORT-DATE
004690         GO TO 4100-EXIT
004700     END-IF.
004710     MOVE "N" TO WS-DEPART-FOUND-SWITCH.
004720     PERFORM 4110-MATCH-ONE-VISITOR THRU 4110-EXIT
004730         VARYING WS-DEPART-INDEX FROM 1 BY 1
004740         UNTIL WS-DEPART-INDEX > WS-DEPART-COUNT
004750             OR WS-DEPART-FOUND.
004760     IF WS-DEPART-FOUND
004770         SUBTRACT 1 FROM WS-DEPART-INDEX
004780         SET DE-MATCHED (WS-DEPART-INDEX) TO TRUE
004790         GO TO 4100-EXIT
004800     END-IF.
004810     ADD 1 TO WS-VIS-ON-SITE-COUNT.
004820     MOVE SPACES TO PRINT-RECORD.
004830     STRING "  " DELIMITED BY SIZE
004840             VB-VISITOR-NAME DELIMITED BY SIZE
004850             " " DELIMITED BY SIZE
004860             VB-RECORD-TYPE DELIMITED BY SIZE
004870             "  HOST " DELIMITED BY SIZE
004880             VB-HOST-EMPLOYEE-ID DELIMITED BY SIZE
004890             "  IN AT " DELIMITED BY SIZE
004900             VB-LOG-TIME DELIMITED BY SIZE
004910             "  DUE OUT " DELIMITED BY SIZE
004920             VB-EXPECTED-DEPARTURE DELIMITED BY SIZE
004930             "  " DELIMITED BY SIZE
004940             VB-SITE-CODE DELIMITED BY SIZE
004950         INTO PRINT-RECORD.
004960     IF VB-EXPECTED-DEPARTURE <= WS-REPORT-DATE
004970         ADD 1 TO WS-OVERSTAY-COUNT
004980         MOVE "*** OVERSTAY ***" TO PRINT-RECORD(111:16)
004990     END-IF.
005000     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
005010 4100-EXIT.
005020     EXIT.
005030*****************************************************************
005040* 4110-MATCH-ONE-VISITOR - COMPARE THE CURRENT DEPARTURE ENTRY
005050* TO THE BADGE RECORD BEING TESTED.  THE BADGE LOG CARRIES NO
005060* VISITOR ID, SO THE MATCH IS ON TYPE AND NAME AS BADGED IN.
005070*****************************************************************
005080 4110-MATCH-ONE-VISITOR.
005090     IF DE-RECORD-TYPE (WS-DEPART-INDEX) = VB-RECORD-TYPE
005100             AND DE-VISITOR-NAME (WS-DEPART-INDEX)
005110                 = VB-VISITOR-NAME
005120         SET WS-DEPART-FOUND TO TRUE
005130     END-IF.
005140 4110-EXIT.
005150     EXIT.
005160*****************************************************************
005170* 5000-REPORT-UNMATCHED - LIST ANY DEPARTURE TRANSACTION THAT
005180* MATCHED NO ARRIVAL.  A BADGE-OUT WITH NO BADGE-IN IS A KEYING
005190* ERROR THE DESK NEEDS TO CHASE THE SAME EVENING.
005200*****************************************************************
005210 5000-REPORT-UNMATCHED.
005220     PERFORM 5100-TEST-ONE-DEPARTURE THRU 5100-EXIT
005230         VARYING WS-DEPART-INDEX FROM 1 BY 1
005240         UNTIL WS-DEPART-INDEX > WS-DEPART-COUNT.
005250     IF WS-UNMATCHED-COUNT > ZERO
005260         MOVE SPACES TO PRINT-RECORD
005270         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
005280     END-IF.
005290 5000-EXIT.
005300     EXIT.
005310*****************************************************************
005320* 5100-TEST-ONE-DEPARTURE - PRINT ONE DEPARTURE THAT MATCHED NO
005330* ARRIVAL, WITH A SECTION HEADER AHEAD OF THE FIRST ONE.
005340*****************************************************************
005350 5100-TEST-ONE-DEPARTURE.
005360     IF DE-MATCHED (WS-DEPART-INDEX)
005370         GO TO 5100-EXIT
005380     END-IF.
005390     IF WS-UNMATCHED-COUNT = ZERO
005400         MOVE "DEPARTURES WITH NO MATCHING ARRIVAL:"
005410             TO PRINT-RECORD
005420         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
005430     END-IF.
005440     ADD 1 TO WS-UNMATCHED-COUNT.
005450     MOVE SPACES TO PRINT-RECORD.
005460     STRING "  " DELIMITED BY SIZE
005470             DE-RECORD-TYPE (WS-DEPART-INDEX) DELIMITED BY SIZE
005480             " " DELIMITED BY SIZE
005490             DE-EMPLOYEE-ID (WS-DEPART-INDEX) DELIMITED BY SIZE
005500             " " DELIMITED BY SIZE
005510             DE-VISITOR-NAME (WS-DEPART-INDEX) DELIMITED BY SIZE
005520             "  OUT AT " DELIMITED BY SIZE
005530             DE-DEPART-TIME (WS-DEPART-INDEX) DELIMITED BY SIZE
005540         INTO PRINT-RECORD.
005550     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
005560 5100-EXIT.
005570     EXIT.
005580*****************************************************************
005590* 8000-PRINT-TOTALS - PRINT THE OCCUPANCY COUNTS FOR THE MUSTER
005600* SHEET.
005610*****************************************************************
005620 8000-PRINT-TOTALS.
005630     MOVE "---- OCCUPANCY TOTALS ----" TO PRINT-RECORD.
005640     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
005650     MOVE "EMPLOYEES STILL ON SITE: " TO WS-CONTROL-LABEL.
005660     MOVE WS-EMP-ON-SITE-COUNT TO WS-COUNT-EDIT.
005670     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
005680     MOVE "VISITORS STILL ON SITE:  " TO WS-CONTROL-LABEL.
005690     MOVE WS-VIS-ON-SITE-COUNT TO WS-COUNT-EDIT.
005700     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
005710     MOVE "OF WHICH OVERSTAYS:      " TO WS-CONTROL-LABEL.
005720     MOVE WS-OVERSTAY-COUNT TO WS-COUNT-EDIT.
005730     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
005740     MOVE "DEPARTURES UNMATCHED:    " TO WS-CONTROL-LABEL.
005750     MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT.
005760     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
005770     IF WS-CANCELLED-COUNT > ZERO
005780         MOVE "CORRECTED AWAY:          " TO WS-CONTROL-LABEL
005790         MOVE WS-CANCELLED-COUNT TO WS-COUNT-EDIT
005800         PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT
005810     END-IF.
005820 8000-EXIT.
005830     EXIT.
005840*****************************************************************
005850* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
005860* STATUS.
005870*****************************************************************
005880 8100-PRINT-ONE-LINE.
005890     WRITE PRINT-RECORD.
005900     IF WS-PRINT-STATUS NOT = "00"
005910         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
005920             WS-PRINT-STATUS
005930         MOVE 16 TO RETURN-CODE
005940         STOP RUN
005950     END-IF.
005960 8100-EXIT.
005970     EXIT.
005980*****************************************************************
005990* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
006000* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
006010*****************************************************************
006020 8200-PRINT-CONTROL-LINE.
006030     MOVE SPACES TO PRINT-RECORD.
006040     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
006050             WS-COUNT-EDIT DELIMITED BY SIZE
006060         INTO PRINT-RECORD.
006070     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
006080 8200-EXIT.
006090     EXIT.
006100*****************************************************************
006110* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
006120*****************************************************************
006130 9000-TERMINATE.
006140     CLOSE DEPARTURE-FILE.
006150     CLOSE GREETING-LOG-FILE.
006160     CLOSE VISITOR-LOG-FILE.
006170     CLOSE PRINT-FILE.
006180     DISPLAY "DEPARTURES READ:         " WS-DEPART-READ-COUNT.
006190     DISPLAY "OFF-DATE DEPARTURES:     " WS-DEPART-OFF-DATE.
006200     DISPLAY "EMPLOYEES STILL ON SITE: " WS-EMP-ON-SITE-COUNT.
006210     DISPLAY "VISITORS STILL ON SITE:  " WS-VIS-ON-SITE-COUNT.
006220     DISPLAY "OVERSTAYS FLAGGED:       " WS-OVERSTAY-COUNT.
006230     DISPLAY "DEPARTURES UNMATCHED:    " WS-UNMATCHED-COUNT.
006240     DISPLAY "CORRECTED AWAY:          " WS-CANCELLED-COUNT.
006250     MOVE "E" TO WS-RH-ENTRY-TYPE.
006260     COMPUTE WS-RH-READ = WS-DEPART-READ-COUNT +
006270         WS-LOG-READ-COUNT + WS-VISIT-READ-COUNT.
006280     COMPUTE WS-RH-WRITTEN = WS-EMP-ON-SITE-COUNT +
006290         WS-VIS-ON-SITE-COUNT.
006300     MOVE WS-UNMATCHED-COUNT TO WS-RH-REJECTED.
006310     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
006320 9000-EXIT.
006330     EXIT.
006340*****************************************************************
006350* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
006360* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
006370* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
006380* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
006390* POINT.
006400*****************************************************************
006410 9500-WRITE-RUN-HISTORY.
006420     OPEN EXTEND RUN-HISTORY-FILE.
006430     IF WS-RUNHIST-STATUS NOT = "00" AND
006440             WS-RUNHIST-STATUS NOT = "05"
006450         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
006460             WS-RUNHIST-STATUS
006470         MOVE 16 TO RETURN-CODE
006480         STOP RUN
006490     END-IF.
006500     MOVE "OCCUPRPT" TO RH-PROGRAM-NAME.
006510     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
006520     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
006530     ACCEPT WS-RH-TIME FROM TIME.
006540     MOVE WS-RH-DATE TO RH-RUN-DATE.
006550     MOVE WS-RH-TIME TO RH-RUN-TIME.
006560     MOVE WS-RH-READ TO RH-RECORDS-READ.
006570     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
006580     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
006590     MOVE RETURN-CODE TO RH-RETURN-CODE.
006600     WRITE RUN-HISTORY-RECORD.
006610     IF WS-RUNHIST-STATUS NOT = "00"
006620         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
006630             WS-RUNHIST-STATUS
006640         MOVE 16 TO RETURN-CODE
006650         STOP RUN
006660     END-IF.
006670     CLOSE RUN-HISTORY-FILE.
006680 9500-EXIT.
006690     EXIT.
