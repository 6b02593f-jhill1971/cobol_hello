000240*                   ARCHIVES ARE CHRONOLOGICAL AND THE JOURNAL
000250*                   FOLLOWS THEM, SO THE STATEMENT COMES OUT IN
000260*                   ORDER WITHOUT A SORT.
000270*   2026-09-02  JH  BUFFERS WIDENED 157 TO 160 AND THE SITE
000280*                   CODE ADDED TO THE DETAIL LINE - GREETREC
000290*                   APPENDED THE SITE FOR THE ANNEX BUILDING.
000300*   2026-10-15  JH  HONOR GRTCORR'S CORRECTIONS.  A FIRST PASS
000310*                   OF THE ARCHIVES AND JOURNAL FILES THE
000320*                   EMPLOYEE'S REVERSAL IMAGES BY LOG DATE AND
000330*                   POSITION; THE STATEMENT PASS SKIPS THE
000340*                   REVERSALS AND ANY EARLIER GREETING THEY
000350*                   CANCEL, AND MARKS A REPLACEMENT LINE WITH
000360*                   THE DATE IT WAS CORRECTED.  RESEQUENCED THE
000370*                   SOURCE SO COLUMNS 1-6 ASCEND AGAIN.
000372*   2026-10-15  JH  A REVERSAL IMAGE IS NOW SKIPPED WITHOUT BEING
000374*                   COUNTED, SO CORRECTED AWAY COUNTS ONLY THE
000376*                   GREETINGS A LATER REVERSAL CANCELLED, NOT EACH
000378*                   CORRECTION TWICE.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-ARCHIN-STATUS.
000450     SELECT OPTIONAL GREETING-LOG-FILE ASSIGN TO "GREETLOG"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-LOG-STATUS.
000480     SELECT PRINT-FILE ASSIGN TO "ATTSTMT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PRINT-STATUS.
000510     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RUNHIST-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ARCHIVE-IN-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  ARCHIVE-RECORD                  PIC X(160).
000590 FD  GREETING-LOG-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  JOURNAL-RECORD                  PIC X(160).
000620 FD  PRINT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  PRINT-RECORD                    PIC X(132).
000650 FD  RUN-HISTORY-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY RUNHREC.
000680 WORKING-STORAGE SECTION.
000690*****************************************************************
000700* SWITCHES, COUNTERS, AND THE GREETING WORK AREA.  ARCHIVE AND
000710* JOURNAL RECORDS ARE BOTH LAID OVER THE SHARED GREETREC LAYOUT
000720* HERE, SO THE COPYBOOK IS DECLARED ONCE FOR BOTH FILES.
000730*****************************************************************
000740 77  WS-ARCHIN-EOF-SWITCH        PIC X(01) VALUE "N".
000750     88  WS-ARCHIN-EOF               VALUE "Y".
000760 77  WS-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
000770     88  WS-LOG-EOF                  VALUE "Y".
000780 77  WS-ARCHIN-STATUS            PIC X(02) VALUE "00".
000790 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
000800 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000810 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
000820 77  WS-PARM-EMPLOYEE-ID         PIC X(10) VALUE SPACES.
000830 77  WS-PARM-FROM-DATE           PIC X(08) VALUE SPACES.
000840 77  WS-PARM-TO-DATE             PIC X(08) VALUE SPACES.
000850 77  WS-ARCHIVE-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
000860 77  WS-JOURNAL-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
000870 77  WS-MATCHED-COUNT            PIC 9(07) COMP VALUE ZERO.
000880 77  WS-PREPASS-READ             PIC 9(09) COMP VALUE ZERO.
000890 77  WS-RECORD-POSITION          PIC 9(09) COMP VALUE ZERO.
000900 77  WS-CANCELLED-COUNT          PIC 9(07) COMP VALUE ZERO.
000910 77  WS-REVERSAL-COUNT           PIC 9(05) COMP VALUE ZERO.
000920 77  WS-MAX-REVERSALS            PIC 9(05) COMP VALUE 500.
000930 77  WS-REVERSAL-INDEX           PIC 9(05) COMP VALUE ZERO.
000940 77  WS-REVERSAL-FOUND-SWITCH    PIC X(01) VALUE "N".
000950     88  WS-REVERSAL-FOUND           VALUE "Y".
000960 77  WS-MONTH-COUNT              PIC 9(07) COMP VALUE ZERO.
000970 77  WS-CURRENT-MONTH            PIC X(06) VALUE SPACES.
000980 77  WS-COUNT-EDIT               PIC Z(6)9.
000990 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001000 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001010 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001020 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001030 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001040 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001050 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001060     COPY GREETREC.
001070*****************************************************************
001080* GRTCORR REVERSALS FOR THE INQUIRY'S EMPLOYEE - THE LOG DATE AND
001090* THE POSITION, COUNTING ACROSS THE ARCHIVES AND THEN THE
001100* JOURNAL, OF THE LAST REVERSAL FOR EACH DATE.  A GREETING FOR
001110* THE SAME DATE READ BEFORE THAT POSITION IS CANCELLED.
001120*****************************************************************
001130 01  REVERSAL-TABLE.
001140     05  REVERSAL-ENTRY OCCURS 500 TIMES.
001150         10  RT-LOG-DATE             PIC X(08).
001160         10  RT-POSITION             PIC 9(09) COMP.
001170 LINKAGE SECTION.
001180 01  LK-PARM-AREA.
001190     05  LK-PARM-LEN                 PIC S9(04) COMP.
001200     05  LK-PARM-TEXT                PIC X(30).
001210 PROCEDURE DIVISION USING LK-PARM-AREA.
001220*****************************************************************
001230* 0000-MAINLINE - TOP LEVEL CONTROL.
001240*****************************************************************
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001270     PERFORM 2000-SCAN-ARCHIVES THRU 2000-EXIT
001280         UNTIL WS-ARCHIN-EOF.
001290     PERFORM 3000-SCAN-JOURNAL THRU 3000-EXIT
001300         UNTIL WS-LOG-EOF.
001310     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001330     STOP RUN.
001340 0000-EXIT.
001350     EXIT.
001360*****************************************************************
001370* 1000-INITIALIZE - PARSE THE PARM, FILE THE EMPLOYEE'S
001380* CORRECTION REVERSALS, OPEN THE FILES, AND PRINT THE STATEMENT
001390* HEADING.  THE PARM IS REQUIRED - THERE IS NO SENSIBLE DEFAULT
001400* EMPLOYEE OR RANGE FOR AN INQUIRY.
001410*****************************************************************
001420 1000-INITIALIZE.
001430     DISPLAY "=================================================".
001440     DISPLAY " ATTENDANCE HISTORY INQUIRY".
001450     DISPLAY "=================================================".
001460     MOVE "S" TO WS-RH-ENTRY-TYPE.
001470     MOVE ZERO TO WS-RH-READ.
001480     MOVE ZERO TO WS-RH-WRITTEN.
001490     MOVE ZERO TO WS-RH-REJECTED.
001500     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001510     IF LK-PARM-LEN = ZERO
001520         DISPLAY "PARM REQUIRED: EMPID,YYYYMMDD,YYYYMMDD"
001530         MOVE 16 TO RETURN-CODE
001540         STOP RUN
001550     END-IF.
001560*    ONLY LK-PARM-LEN BYTES OF THE PARM ARE MEANINGFUL, AND THE
001570*    LENGTH IS CAPPED AT THE PARM FIELD'S OWN WIDTH SO AN
001580*    OVERSIZED PARM CANNOT OVERRUN THE REFERENCE MODIFICATION.
001590     MOVE LK-PARM-LEN TO WS-PARM-LEN.
001600     IF WS-PARM-LEN > 30
001610         MOVE 30 TO WS-PARM-LEN
001620     END-IF.
001630     UNSTRING LK-PARM-TEXT(1:WS-PARM-LEN)
001640         DELIMITED BY ","
001650         INTO WS-PARM-EMPLOYEE-ID
001660             WS-PARM-FROM-DATE
001670             WS-PARM-TO-DATE.
001680     IF WS-PARM-EMPLOYEE-ID = SPACES
001690             OR WS-PARM-FROM-DATE NOT NUMERIC
001700             OR WS-PARM-TO-DATE NOT NUMERIC
001710             OR WS-PARM-FROM-DATE > WS-PARM-TO-DATE
001720         DISPLAY "PARM MUST BE EMPID,YYYYMMDD,YYYYMMDD WITH "
001730             "FROM NOT AFTER TO - GOT " LK-PARM-TEXT
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     DISPLAY "EMPLOYEE:   " WS-PARM-EMPLOYEE-ID.
001780     DISPLAY "DATE RANGE: " WS-PARM-FROM-DATE " - "
001790         WS-PARM-TO-DATE.
001800     INITIALIZE REVERSAL-TABLE.
001810     PERFORM 1200-LOAD-REVERSALS THRU 1200-EXIT.
001820     OPEN INPUT ARCHIVE-IN-FILE.
001830     IF WS-ARCHIN-STATUS = "05" OR WS-ARCHIN-STATUS = "35"
001840         SET WS-ARCHIN-EOF TO TRUE
001850     ELSE
001860         IF WS-ARCHIN-STATUS NOT = "00"
001870             DISPLAY "UNABLE TO OPEN ARCHIVE INPUT - STATUS "
001880                 WS-ARCHIN-STATUS
001890             MOVE 16 TO RETURN-CODE
001900             STOP RUN
001910         END-IF
001920     END-IF.
001930     OPEN INPUT GREETING-LOG-FILE.
001940     IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
001950         SET WS-LOG-EOF TO TRUE
001960     ELSE
001970         IF WS-LOG-STATUS NOT = "00"
001980             DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
001990                 WS-LOG-STATUS
002000             MOVE 16 TO RETURN-CODE
002010             STOP RUN
002020         END-IF
002030     END-IF.
002040     OPEN OUTPUT PRINT-FILE.
002050     IF WS-PRINT-STATUS NOT = "00"
002060         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
002070             WS-PRINT-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     MOVE SPACES TO PRINT-RECORD.
002120     STRING "---- ATTENDANCE STATEMENT FOR " DELIMITED BY SIZE
002130             WS-PARM-EMPLOYEE-ID DELIMITED BY SIZE
002140             " FROM " DELIMITED BY SIZE
002150             WS-PARM-FROM-DATE DELIMITED BY SIZE
002160             " TO " DELIMITED BY SIZE
002170             WS-PARM-TO-DATE DELIMITED BY SIZE
002180             " ----" DELIMITED BY SIZE
002190         INTO PRINT-RECORD.
002200     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002210     MOVE SPACES TO PRINT-RECORD.
002220     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002230 1000-EXIT.
002240     EXIT.
002250*****************************************************************
002260* 1200-LOAD-REVERSALS - READ THE ARCHIVES AND THE JOURNAL ONCE
002270* AHEAD OF THE STATEMENT PASS AND FILE EVERY REVERSAL IMAGE FOR
002280* THE EMPLOYEE.  BOTH FILES ARE CLOSED AGAIN SO 1000 CAN REOPEN
002290* THEM AT THE TOP.
002300*****************************************************************
002310 1200-LOAD-REVERSALS.
002320     OPEN INPUT ARCHIVE-IN-FILE.
002330     IF WS-ARCHIN-STATUS = "05" OR WS-ARCHIN-STATUS = "35"
002340         SET WS-ARCHIN-EOF TO TRUE
002350     ELSE
002360         IF WS-ARCHIN-STATUS NOT = "00"
002370             DISPLAY "UNABLE TO OPEN ARCHIVE INPUT - STATUS "
002380                 WS-ARCHIN-STATUS
002390             MOVE 16 TO RETURN-CODE
002400             STOP RUN
002410         END-IF
002420     END-IF.
002430     PERFORM 1210-PREPASS-ONE-ARCHIVE THRU 1210-EXIT
002440         UNTIL WS-ARCHIN-EOF.
002450     CLOSE ARCHIVE-IN-FILE.
002460     MOVE "N" TO WS-ARCHIN-EOF-SWITCH.
002470     OPEN INPUT GREETING-LOG-FILE.
002480     IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
002490         SET WS-LOG-EOF TO TRUE
002500     ELSE
002510         IF WS-LOG-STATUS NOT = "00"
002520             DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
002530                 WS-LOG-STATUS
002540             MOVE 16 TO RETURN-CODE
002550             STOP RUN
002560         END-IF
002570     END-IF.
002580     PERFORM 1220-PREPASS-ONE-JOURNAL THRU 1220-EXIT
002590         UNTIL WS-LOG-EOF.
002600     CLOSE GREETING-LOG-FILE.
002610     MOVE "N" TO WS-LOG-EOF-SWITCH.
002620 1200-EXIT.
002630     EXIT.
002640*****************************************************************
002650* 1210-PREPASS-ONE-ARCHIVE - READ ONE ARCHIVED GREETING FOR THE
002660* FIRST PASS.
002670*****************************************************************
002680 1210-PREPASS-ONE-ARCHIVE.
002690     READ ARCHIVE-IN-FILE
002700         AT END
002710             SET WS-ARCHIN-EOF TO TRUE
002720             GO TO 1210-EXIT
002730     END-READ.
002740     ADD 1 TO WS-PREPASS-READ.
002750     MOVE ARCHIVE-RECORD TO GREETING-RECORD.
002760     PERFORM 1230-FILE-ONE-REVERSAL THRU 1230-EXIT.
002770 1210-EXIT.
002780     EXIT.
002790*****************************************************************
002800* 1220-PREPASS-ONE-JOURNAL - READ ONE JOURNAL GREETING FOR THE
002810* FIRST PASS.
002820*****************************************************************
002830 1220-PREPASS-ONE-JOURNAL.
002840     READ GREETING-LOG-FILE
002850         AT END
002860             SET WS-LOG-EOF TO TRUE
002870             GO TO 1220-EXIT
002880     END-READ.
002890     ADD 1 TO WS-PREPASS-READ.
002900     MOVE JOURNAL-RECORD TO GREETING-RECORD.
002910     PERFORM 1230-FILE-ONE-REVERSAL THRU 1230-EXIT.
002920 1220-EXIT.
002930     EXIT.
002940*****************************************************************
002950* 1230-FILE-ONE-REVERSAL - IF THE GREETING IS A REVERSAL FOR THE
002960* INQUIRY'S EMPLOYEE, RECORD ITS POSITION AGAINST THE LOG DATE
002970* - A LATER REVERSAL OVERWRITES AN EARLIER ONE.
002980*****************************************************************
002990 1230-FILE-ONE-REVERSAL.
003000     IF NOT GR-REVERSAL-ENTRY
003010             OR GR-EMPLOYEE-ID NOT = WS-PARM-EMPLOYEE-ID
003020         GO TO 1230-EXIT
003030     END-IF.
003040     PERFORM 1240-FIND-REVERSAL THRU 1240-EXIT.
003050     IF NOT WS-REVERSAL-FOUND
003060         IF WS-REVERSAL-COUNT >= WS-MAX-REVERSALS
003070             DISPLAY "REVERSALS EXCEED TABLE OF " WS-MAX-REVERSALS
003080                 " - ENLARGE REVERSAL-TABLE"
003090             MOVE 16 TO RETURN-CODE
003100             STOP RUN
003110         END-IF
003120         ADD 1 TO WS-REVERSAL-COUNT
003130         MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-INDEX
003140         MOVE GR-LOG-DATE TO RT-LOG-DATE (WS-REVERSAL-INDEX)
003150     END-IF.
003160     MOVE WS-PREPASS-READ TO RT-POSITION (WS-REVERSAL-INDEX).
003170 1230-EXIT.
003180     EXIT.
003190*****************************************************************
003200* 1240-FIND-REVERSAL - SEARCH THE REVERSAL TABLE FOR THE CURRENT
003210* GREETING'S LOG DATE, LEAVING WS-REVERSAL-INDEX ON THE HIT.
003220*****************************************************************
003230 1240-FIND-REVERSAL.
003240     MOVE "N" TO WS-REVERSAL-FOUND-SWITCH.
003250     PERFORM 1250-TEST-ONE-REVERSAL THRU 1250-EXIT
003260         VARYING WS-REVERSAL-INDEX FROM 1 BY 1
003270         UNTIL WS-REVERSAL-INDEX > WS-REVERSAL-COUNT
003280             OR WS-REVERSAL-FOUND.
003290     IF WS-REVERSAL-FOUND
003300         SUBTRACT 1 FROM WS-REVERSAL-INDEX
003310     END-IF.
003320 1240-EXIT.
003330     EXIT.
003340*****************************************************************
003350* 1250-TEST-ONE-REVERSAL - COMPARE ONE TABLE ENTRY.
003360*****************************************************************
003370 1250-TEST-ONE-REVERSAL.
003380     IF RT-LOG-DATE (WS-REVERSAL-INDEX) = GR-LOG-DATE
003390         SET WS-REVERSAL-FOUND TO TRUE
003400     END-IF.
003410 1250-EXIT.
003420     EXIT.
003430*****************************************************************
003440* 2000-SCAN-ARCHIVES - READ ONE ARCHIVED GREETING AND TEST IT
003450* AGAINST THE INQUIRY.  THE ARCHIN DD CONCATENATES THE MONTHLY
003460* GENERATIONS, SO ONE READ LOOP COVERS THEM ALL.
003470*****************************************************************
003480 2000-SCAN-ARCHIVES.
003490     READ ARCHIVE-IN-FILE
003500         AT END
003510             SET WS-ARCHIN-EOF TO TRUE
003520         NOT AT END
003530             ADD 1 TO WS-ARCHIVE-READ-COUNT
003540             MOVE WS-ARCHIVE-READ-COUNT TO WS-RECORD-POSITION
003550             MOVE ARCHIVE-RECORD TO GREETING-RECORD
003560             PERFORM 4000-TEST-ONE-GREETING THRU 4000-EXIT
003570     END-READ.
003580 2000-EXIT.
003590     EXIT.
003600*****************************************************************
003610* 3000-SCAN-JOURNAL - READ ONE CURRENT-PERIOD GREETING AND TEST
003620* IT AGAINST THE INQUIRY.
003630*****************************************************************
003640 3000-SCAN-JOURNAL.
003650     READ GREETING-LOG-FILE
003660         AT END
003670             SET WS-LOG-EOF TO TRUE
003680         NOT AT END
003690             ADD 1 TO WS-JOURNAL-READ-COUNT
003700             COMPUTE WS-RECORD-POSITION = WS-ARCHIVE-READ-COUNT
003710                 + WS-JOURNAL-READ-COUNT
003720             MOVE JOURNAL-RECORD TO GREETING-RECORD
003730             PERFORM 4000-TEST-ONE-GREETING THRU 4000-EXIT
003740     END-READ.
003750 3000-EXIT.
003760     EXIT.
003770*****************************************************************
003780* 4000-TEST-ONE-GREETING - PRINT THE DETAIL LINE WHEN THE
003790* GREETING BELONGS TO THE INQUIRY'S EMPLOYEE AND RANGE, WITH A
003800* MONTH SUBTOTAL AT EVERY CALENDAR-MONTH BREAK.  A GRTCORR
003810* REVERSAL IS LEFT OFF THE STATEMENT; A GREETING A LATER
003820* REVERSAL CANCELS IS COUNTED AND LEFT OFF.
003830*****************************************************************
003840 4000-TEST-ONE-GREETING.
003850     IF GR-EMPLOYEE-ID NOT = WS-PARM-EMPLOYEE-ID
003860         GO TO 4000-EXIT
003870     END-IF.
003880     IF GR-LOG-DATE < WS-PARM-FROM-DATE
003890             OR GR-LOG-DATE > WS-PARM-TO-DATE
003900         GO TO 4000-EXIT
003910     END-IF.
003920     IF GR-REVERSAL-ENTRY
003940         GO TO 4000-EXIT
003950     END-IF.
003960     PERFORM 1240-FIND-REVERSAL THRU 1240-EXIT.
003970     IF WS-REVERSAL-FOUND
003980         IF WS-RECORD-POSITION < RT-POSITION (WS-REVERSAL-INDEX)
003990             ADD 1 TO WS-CANCELLED-COUNT
004000             GO TO 4000-EXIT
004010         END-IF
004020     END-IF.
004030     IF GR-LOG-DATE(1:6) NOT = WS-CURRENT-MONTH
004040         IF WS-CURRENT-MONTH NOT = SPACES
004050             PERFORM 4100-PRINT-MONTH-COUNT THRU 4100-EXIT
004060         END-IF
004070         MOVE GR-LOG-DATE(1:6) TO WS-CURRENT-MONTH
004080         MOVE ZERO TO WS-MONTH-COUNT
004090     END-IF.
004100     ADD 1 TO WS-MATCHED-COUNT.
004110     ADD 1 TO WS-MONTH-COUNT.
004120     MOVE SPACES TO PRINT-RECORD.
004130     STRING "  " DELIMITED BY SIZE
004140             GR-LOG-DATE DELIMITED BY SIZE
004150             "  " DELIMITED BY SIZE
004160             GR-LOG-TIME DELIMITED BY SIZE
004170             "  " DELIMITED BY SIZE
004180             GR-DEPARTMENT DELIMITED BY SIZE
004190             "  " DELIMITED BY SIZE
004200             GR-SHIFT DELIMITED BY SIZE
004210             "  " DELIMITED BY SIZE
004220             GR-SITE-CODE DELIMITED BY SIZE
004230         INTO PRINT-RECORD.
004240     IF GR-REPLACEMENT-ENTRY
004250         MOVE "CORRECTED" TO PRINT-RECORD(53:9)
004260         MOVE GR-CORRECTED-DATE TO PRINT-RECORD(63:8)
004270     END-IF.
004280     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004290 4000-EXIT.
004300     EXIT.
004310*****************************************************************
004320* 4100-PRINT-MONTH-COUNT - PRINT THE SUBTOTAL FOR THE MONTH
004330* JUST FINISHED.
004340*****************************************************************
004350 4100-PRINT-MONTH-COUNT.
004360     MOVE WS-MONTH-COUNT TO WS-COUNT-EDIT.
004370     MOVE SPACES TO PRINT-RECORD.
004380     STRING "  MONTH " DELIMITED BY SIZE
004390             WS-CURRENT-MONTH DELIMITED BY SIZE
004400             " ATTENDANCES: " DELIMITED BY SIZE
004410             WS-COUNT-EDIT DELIMITED BY SIZE
004420         INTO PRINT-RECORD.
004430     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004440     MOVE SPACES TO PRINT-RECORD.
004450     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004460 4100-EXIT.
004470     EXIT.
004480*****************************************************************
004490* 8000-PRINT-TOTALS - CLOSE OUT THE LAST MONTH AND PRINT THE
004500* STATEMENT TOTAL.
004510*****************************************************************
004520 8000-PRINT-TOTALS.
004530     IF WS-CURRENT-MONTH NOT = SPACES
004540         PERFORM 4100-PRINT-MONTH-COUNT THRU 4100-EXIT
004550     END-IF.
004560     IF WS-MATCHED-COUNT = ZERO
004570         MOVE "  NO ATTENDANCE FOUND IN THE RANGE."
004580             TO PRINT-RECORD
004590         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
004600     END-IF.
004610     IF WS-CANCELLED-COUNT > ZERO
004620         MOVE WS-CANCELLED-COUNT TO WS-COUNT-EDIT
004630         MOVE SPACES TO PRINT-RECORD
004640         STRING "  CORRECTED AWAY:     " DELIMITED BY SIZE
004650                 WS-COUNT-EDIT DELIMITED BY SIZE
004660             INTO PRINT-RECORD
004670         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
004680     END-IF.
004690     MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT.
004700     MOVE SPACES TO PRINT-RECORD.
004710     STRING "  TOTAL ATTENDANCES:  " DELIMITED BY SIZE
004720             WS-COUNT-EDIT DELIMITED BY SIZE
004730         INTO PRINT-RECORD.
004740     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004750 8000-EXIT.
004760     EXIT.
004770*****************************************************************
004780* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
004790* STATUS.
004800*****************************************************************
004810 8100-PRINT-ONE-LINE.
004820     WRITE PRINT-RECORD.
004830     IF WS-PRINT-STATUS NOT = "00"
004840         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
004850             WS-PRINT-STATUS
004860         MOVE 16 TO RETURN-CODE
004870         STOP RUN
004880     END-IF.
004890 8100-EXIT.
004900     EXIT.
004910*****************************************************************
004920* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
004930*****************************************************************
004940 9000-TERMINATE.
004950     CLOSE ARCHIVE-IN-FILE.
004960     CLOSE GREETING-LOG-FILE.
004970     CLOSE PRINT-FILE.
004980     DISPLAY "ARCHIVE RECORDS READ: " WS-ARCHIVE-READ-COUNT.
004990     DISPLAY "JOURNAL RECORDS READ: " WS-JOURNAL-READ-COUNT.
005000     DISPLAY "ATTENDANCES LISTED:   " WS-MATCHED-COUNT.
005010     DISPLAY "CORRECTED AWAY:       " WS-CANCELLED-COUNT.
005020     MOVE "E" TO WS-RH-ENTRY-TYPE.
005030     COMPUTE WS-RH-READ = WS-ARCHIVE-READ-COUNT +
005040         WS-JOURNAL-READ-COUNT.
005050     MOVE WS-MATCHED-COUNT TO WS-RH-WRITTEN.
005060     MOVE ZERO TO WS-RH-REJECTED.
005070     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
005080 9000-EXIT.
005090     EXIT.
005100*****************************************************************
005110* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
005120* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
005130* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
005140* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
005150* POINT.
005160*****************************************************************
005170 9500-WRITE-RUN-HISTORY.
005180     OPEN EXTEND RUN-HISTORY-FILE.
005190     IF WS-RUNHIST-STATUS NOT = "00" AND
005200             WS-RUNHIST-STATUS NOT = "05"
005210         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
005220             WS-RUNHIST-STATUS
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260     MOVE "GRTHINQ" TO RH-PROGRAM-NAME.
005270     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
005280     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
005290     ACCEPT WS-RH-TIME FROM TIME.
005300     MOVE WS-RH-DATE TO RH-RUN-DATE.
005310     MOVE WS-RH-TIME TO RH-RUN-TIME.
005320     MOVE WS-RH-READ TO RH-RECORDS-READ.
005330     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
005340     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
005350     MOVE RETURN-CODE TO RH-RETURN-CODE.
005360     WRITE RUN-HISTORY-RECORD.
005370     IF WS-RUNHIST-STATUS NOT = "00"
005380         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
005390             WS-RUNHIST-STATUS
005400         MOVE 16 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430     CLOSE RUN-HISTORY-FILE.
005440 9500-EXIT.
005450     EXIT.
