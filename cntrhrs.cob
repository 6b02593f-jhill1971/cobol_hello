000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNTRHRS.
000030 AUTHOR. JAMES HILL.
000040 INSTALLATION. FRONT DESK OPERATIONS.
000050 DATE-WRITTEN. OCTOBER 15, 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY.
000090*   2026-10-15  JH  ORIGINAL PROGRAM.  MONTHLY CONTRACTOR ON-SITE
000100*                   HOURS REPORT FOR FACILITIES TO CHECK
000110*                   CONTRACTOR INVOICES AGAINST.  THE MONTH'S
000120*                   CONTRACTOR BADGE-OUTS FROM DEPARTS ARE LOADED
000130*                   INTO A TABLE; EACH CONTRACTOR BADGE-IN ON
000140*                   VISITLOG IS THEN PAIRED WITH THE EARLIEST
000150*                   UNPAIRED BADGE-OUT FOR THE SAME NAME LATER
000160*                   THE SAME DAY, AND THE MINUTES BETWEEN THEM
000170*                   ARE TOTALLED PER WORKER WITHIN THE COMPANY
000180*                   KEYED AT THE DESK.  COMPANIES PRINT IN
000190*                   CONTRACTOR MASTER ORDER WITH THE CONTRACT
000200*                   NUMBER, THEN ANY COMPANY NOT ON THE MASTER.
000210*                   A BADGE-IN WITH NO BADGE-OUT, AND A BADGE-OUT
000220*                   WITH NO BADGE-IN, ARE LISTED AND NOT COUNTED.
000230*                   THE MONTH COMES IN AS PARM=YYYYMM, DEFAULT
000240*                   THE CURRENT MONTH, THE SAME AS PAYXTRCT.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DEPARTURE-FILE ASSIGN TO "DEPARTS"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-DEPART-STATUS.
000320     SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITLOG"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-VISIT-STATUS.
000350     SELECT OPTIONAL CONTRACTOR-MASTER-FILE ASSIGN TO "CNTRMAST"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-CNTR-STATUS.
000380     SELECT PRINT-FILE ASSIGN TO "CNTRHRRP"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PRINT-STATUS.
000410     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-RUNHIST-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  DEPARTURE-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY DPRTREC.
000490 FD  VISITOR-LOG-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY VISITREC.
000520 FD  CONTRACTOR-MASTER-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CNTRREC.
000550 FD  PRINT-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  PRINT-RECORD                    PIC X(132).
000580 FD  RUN-HISTORY-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY RUNHREC.
000610 WORKING-STORAGE SECTION.
000620*****************************************************************
000630* SWITCHES, COUNTERS, AND THE DEPARTURE TABLE.  THE TABLE HOLDS
000640* ONLY THE REPORTING MONTH'S CONTRACTOR BADGE-OUTS SO EACH
000650* BADGE-IN IS ONE IN-STORAGE SEARCH, THE SAME WAY OCCUPRPT
000660* HOLDS THE DAY'S DEPARTURES.
000670*****************************************************************
000680 77  WS-DEPART-EOF-SWITCH        PIC X(01) VALUE "N".
000690     88  WS-DEPART-EOF               VALUE "Y".
000700 77  WS-VISIT-EOF-SWITCH         PIC X(01) VALUE "N".
000710     88  WS-VISIT-EOF                VALUE "Y".
000720 77  WS-CNTR-EOF-SWITCH          PIC X(01) VALUE "N".
000730     88  WS-CNTR-EOF                 VALUE "Y".
000740 77  WS-DEPART-STATUS            PIC X(02) VALUE "00".
000750 77  WS-VISIT-STATUS             PIC X(02) VALUE "00".
000760 77  WS-CNTR-STATUS              PIC X(02) VALUE "00".
000770 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000780 77  WS-PARM-VALUE               PIC X(06) VALUE SPACES.
000790 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
000800 77  WS-REPORT-MONTH             PIC X(06) VALUE SPACES.
000810 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000820 77  WS-DEPART-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
000830 77  WS-DEPART-COUNT             PIC 9(05) COMP VALUE ZERO.
000840 77  WS-MAX-DEPARTS              PIC 9(05) COMP VALUE 5000.
000850 77  WS-DEPART-INDEX             PIC 9(05) COMP VALUE ZERO.
000860 77  WS-BEST-INDEX               PIC 9(05) COMP VALUE ZERO.
000870 77  WS-BEST-TIME                PIC X(08) VALUE SPACES.
000880 77  WS-VISIT-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
000890 77  WS-BADGE-IN-COUNT           PIC 9(07) COMP VALUE ZERO.
000900 77  WS-PAIRED-COUNT             PIC 9(07) COMP VALUE ZERO.
000910 77  WS-UNPAIRED-COUNT           PIC 9(07) COMP VALUE ZERO.
000920 77  WS-UNMATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
000930 77  WS-TOTAL-MINUTES            PIC 9(09) COMP VALUE ZERO.
000940 77  WS-ARRIVE-MINUTES           PIC 9(05) COMP VALUE ZERO.
000950 77  WS-STAY-MINUTES             PIC 9(05) COMP VALUE ZERO.
000960 77  WS-CNTR-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
000970 77  WS-MASTER-COMPANY-COUNT     PIC 9(05) COMP VALUE ZERO.
000980 77  WS-COMPANY-COUNT            PIC 9(05) COMP VALUE ZERO.
000990 77  WS-MAX-COMPANIES            PIC 9(05) COMP VALUE 300.
001000 77  WS-CO-INDEX                 PIC 9(05) COMP VALUE ZERO.
001010 77  WS-COMPANY-FOUND-SWITCH     PIC X(01) VALUE "N".
001020     88  WS-COMPANY-FOUND            VALUE "Y".
001030 77  WS-WORKER-COUNT             PIC 9(05) COMP VALUE ZERO.
001040 77  WS-MAX-WORKERS              PIC 9(05) COMP VALUE 2000.
001050 77  WS-WORKER-INDEX             PIC 9(05) COMP VALUE ZERO.
001060 77  WS-WORKER-FOUND-SWITCH      PIC X(01) VALUE "N".
001070     88  WS-WORKER-FOUND             VALUE "Y".
001080 77  WS-LINE-NAME                PIC X(50) VALUE SPACES.
001090 77  WS-LINE-VISITS              PIC 9(07) COMP VALUE ZERO.
001100 77  WS-LINE-MINUTES             PIC 9(09) COMP VALUE ZERO.
001110 77  WS-LINE-UNPAIRED            PIC 9(07) COMP VALUE ZERO.
001120 77  WS-HOURS                    PIC 9(07)V99 VALUE ZERO.
001130 77  WS-HOURS-EDIT               PIC Z(6)9.99.
001140 77  WS-VISITS-EDIT              PIC Z(5)9.
001150 77  WS-UNPAIRED-EDIT            PIC Z(7)9.
001160 77  WS-COUNT-EDIT               PIC Z(6)9.
001170 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
001180 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001190 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001200 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001210 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001220 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001230 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001240 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001250 01  TIME-WORK.
001260     05  TW-HHMM.
001270         10  TW-HOURS                PIC 9(02).
001280         10  TW-MINUTES              PIC 9(02).
001290 01  DEPARTURE-TABLE.
001300     05  DEPARTURE-ENTRY OCCURS 5000 TIMES.
001310         10  DE-VISITOR-NAME         PIC X(50).
001320         10  DE-DEPART-DATE          PIC X(08).
001330         10  DE-DEPART-TIME          PIC X(08).
001340         10  DE-MATCHED-SWITCH       PIC X(01).
001350             88  DE-MATCHED              VALUE "Y".
001360*****************************************************************
001370* ONE ENTRY PER COMPANY IN PRINT ORDER - THE CONTRACTOR MASTER'S
001380* COMPANIES FIRST, SO A COMPANY THAT INVOICES FOR A MONTH THE
001390* DESK NEVER SAW STILL PRINTS WITH NIL HOURS, THEN ANY COMPANY
001400* KEYED AT THE DESK THAT THE MASTER DOES NOT CARRY.
001410*****************************************************************
001420 01  COMPANY-HOURS-TABLE.
001430     05  COMPANY-HOURS-ENTRY OCCURS 300 TIMES.
001440         10  CH-COMPANY              PIC X(20).
001450         10  CH-CONTRACT-NUMBER      PIC X(12).
001460         10  CH-ON-MASTER-SWITCH     PIC X(01).
001470             88  CH-ON-MASTER            VALUE "Y".
001480         10  CH-VISITS               PIC 9(07) COMP.
001490         10  CH-MINUTES              PIC 9(09) COMP.
001500         10  CH-UNPAIRED             PIC 9(07) COMP.
001510*****************************************************************
001520* ONE ENTRY PER WORKER WITHIN A COMPANY, IN FIRST-SEEN ORDER.
001530*****************************************************************
001540 01  WORKER-HOURS-TABLE.
001550     05  WORKER-HOURS-ENTRY OCCURS 2000 TIMES.
001560         10  WH-COMPANY              PIC X(20).
001570         10  WH-WORKER-NAME          PIC X(50).
001580         10  WH-VISITS               PIC 9(07) COMP.
001590         10  WH-MINUTES              PIC 9(09) COMP.
001600         10  WH-UNPAIRED             PIC 9(07) COMP.
001610 LINKAGE SECTION.
001620 01  LK-PARM-AREA.
001630     05  LK-PARM-LEN                 PIC S9(04) COMP.
001640     05  LK-PARM-TEXT                PIC X(20).
001650 PROCEDURE DIVISION USING LK-PARM-AREA.
001660*****************************************************************
001670* 0000-MAINLINE - TOP LEVEL CONTROL.
001680*****************************************************************
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-LOAD-DEPARTURES THRU 2000-EXIT
001720         UNTIL WS-DEPART-EOF.
001730     PERFORM 3000-SCAN-VISITOR-LOG THRU 3000-EXIT.
001740     PERFORM 4000-PRINT-HOURS THRU 4000-EXIT.
001750     PERFORM 5000-REPORT-UNMATCHED THRU 5000-EXIT.
001760     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     STOP RUN.
001790 0000-EXIT.
001800     EXIT.
001810*****************************************************************
001820* 1000-INITIALIZE - RESOLVE THE REPORTING MONTH, LOAD THE
001830* CONTRACTOR MASTER'S COMPANIES, OPEN THE FILES, AND PRINT THE
001840* REPORT HEADING.
001850*****************************************************************
001860 1000-INITIALIZE.
001870     DISPLAY "=================================================".
001880     DISPLAY " MONTHLY CONTRACTOR ON-SITE HOURS REPORT".
001890     DISPLAY "=================================================".
001900     MOVE "S" TO WS-RH-ENTRY-TYPE.
001910     MOVE ZERO TO WS-RH-READ.
001920     MOVE ZERO TO WS-RH-WRITTEN.
001930     MOVE ZERO TO WS-RH-REJECTED.
001940     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001950     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001960     MOVE SPACES TO WS-PARM-VALUE.
001970     IF LK-PARM-LEN > ZERO
001980         MOVE LK-PARM-LEN TO WS-PARM-LEN
001990         IF WS-PARM-LEN > 6
002000             MOVE 6 TO WS-PARM-LEN
002010         END-IF
002020         MOVE LK-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
002030     END-IF.
002040     IF WS-PARM-VALUE = SPACES
002050         MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
002060     ELSE
002070         IF WS-PARM-VALUE IS NUMERIC
002080             MOVE WS-PARM-VALUE TO WS-REPORT-MONTH
002090         ELSE
002100             DISPLAY "PARM MUST BE A YYYYMM REPORT MONTH - GOT "
002110                 WS-PARM-VALUE
002120             MOVE 16 TO RETURN-CODE
002130             STOP RUN
002140         END-IF
002150     END-IF.
002160     DISPLAY "REPORTING MONTH: " WS-REPORT-MONTH.
002170     INITIALIZE COMPANY-HOURS-TABLE.
002180     INITIALIZE WORKER-HOURS-TABLE.
002190     PERFORM 1100-LOAD-CONTRACTOR-MASTER THRU 1100-EXIT.
002200     OPEN INPUT DEPARTURE-FILE.
002210     IF WS-DEPART-STATUS NOT = "00"
002220         DISPLAY "UNABLE TO OPEN DEPARTURE FILE - STATUS "
002230             WS-DEPART-STATUS
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     OPEN INPUT VISITOR-LOG-FILE.
002280     IF WS-VISIT-STATUS NOT = "00" AND
002290             WS-VISIT-STATUS NOT = "05"
002300         DISPLAY "UNABLE TO OPEN VISITOR LOG - STATUS "
002310             WS-VISIT-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     OPEN OUTPUT PRINT-FILE.
002360     IF WS-PRINT-STATUS NOT = "00"
002370         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
002380             WS-PRINT-STATUS
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     MOVE SPACES TO PRINT-RECORD.
002430     STRING "---- CONTRACTOR ON-SITE HOURS FOR " DELIMITED BY SIZE
002440             WS-REPORT-MONTH DELIMITED BY SIZE
002450             " ----" DELIMITED BY SIZE
002460         INTO PRINT-RECORD.
002470     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002480     MOVE SPACES TO PRINT-RECORD.
002490     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002500 1000-EXIT.
002510     EXIT.
002520*****************************************************************
002530* 1100-LOAD-CONTRACTOR-MASTER - FILE EVERY COMPANY ON THE
002540* CONTRACTOR MASTER, WITH ITS CONTRACT NUMBER, AS A PRINT ENTRY.
002550* THE WORKER RECORDS ARE NOT NEEDED HERE.  A MISSING OR EMPTY
002560* MASTER LEAVES THE TABLE EMPTY AND EVERY COMPANY PRINTS AS
002570* NOT ON THE MASTER.
002580*****************************************************************
002590 1100-LOAD-CONTRACTOR-MASTER.
002600     OPEN INPUT CONTRACTOR-MASTER-FILE.
002610     IF WS-CNTR-STATUS NOT = "00" AND
002620             WS-CNTR-STATUS NOT = "05"
002630         DISPLAY "UNABLE TO OPEN CONTRACTOR MASTER - STATUS "
002640             WS-CNTR-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     PERFORM 1110-LOAD-ONE-COMPANY THRU 1110-EXIT
002690         UNTIL WS-CNTR-EOF.
002700     CLOSE CONTRACTOR-MASTER-FILE.
002710     MOVE WS-COMPANY-COUNT TO WS-MASTER-COMPANY-COUNT.
002720     DISPLAY "CONTRACTOR COMPANIES LOADED: "
002730         WS-MASTER-COMPANY-COUNT.
002740 1100-EXIT.
002750     EXIT.
002760*****************************************************************
002770* 1110-LOAD-ONE-COMPANY - READ ONE CONTRACTOR MASTER RECORD AND
002780* FILE IT WHEN IT IS A COMPANY RECORD.
002790*****************************************************************
002800 1110-LOAD-ONE-COMPANY.
002810     READ CONTRACTOR-MASTER-FILE
002820         AT END
002830             SET WS-CNTR-EOF TO TRUE
002840             GO TO 1110-EXIT
002850     END-READ.
002860     ADD 1 TO WS-CNTR-READ-COUNT.
002870     IF NOT CM-COMPANY-ENTRY
002880         GO TO 1110-EXIT
002890     END-IF.
002900     IF WS-COMPANY-COUNT >= WS-MAX-COMPANIES
002910         DISPLAY "COMPANIES EXCEED TABLE OF " WS-MAX-COMPANIES
002920             " - ENLARGE COMPANY-HOURS-TABLE"
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     ADD 1 TO WS-COMPANY-COUNT.
002970     MOVE CM-COMPANY TO CH-COMPANY (WS-COMPANY-COUNT).
002980     MOVE CM-CONTRACT-NUMBER
002990         TO CH-CONTRACT-NUMBER (WS-COMPANY-COUNT).
003000     SET CH-ON-MASTER (WS-COMPANY-COUNT) TO TRUE.
003010 1110-EXIT.
003020     EXIT.
003030*****************************************************************
003040* 2000-LOAD-DEPARTURES - READ ONE DEPARTURE TRANSACTION AND FILE
003050* IT IN THE TABLE WHEN IT IS A CONTRACTOR BADGE-OUT IN THE
003060* REPORTING MONTH.  EVERYTHING ELSE ON THE CUMULATIVE FILE IS
003070* SKIPPED.
003080*****************************************************************
003090 2000-LOAD-DEPARTURES.
003100     READ DEPARTURE-FILE
003110         AT END
003120             SET WS-DEPART-EOF TO TRUE
003130         NOT AT END
003140             ADD 1 TO WS-DEPART-READ-COUNT
003150             IF DP-TYPE-CONTRACTOR
003160                     AND DP-DEPART-DATE(1:6) = WS-REPORT-MONTH
003170                 PERFORM 2100-FILE-ONE-DEPARTURE THRU 2100-EXIT
003180             END-IF
003190     END-READ.
003200 2000-EXIT.
003210     EXIT.
003220*****************************************************************
003230* 2100-FILE-ONE-DEPARTURE - ADD ONE BADGE-OUT TO THE TABLE,
003240* STOPPING THE RUN CLEANLY IF THE TABLE BOUND IS EVER HIT.
003250*****************************************************************
003260 2100-FILE-ONE-DEPARTURE.
003270     IF WS-DEPART-COUNT >= WS-MAX-DEPARTS
003280         DISPLAY "DEPARTURES EXCEED TABLE OF " WS-MAX-DEPARTS
003290             " - ENLARGE DEPARTURE-TABLE"
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     ADD 1 TO WS-DEPART-COUNT.
003340     MOVE DP-VISITOR-NAME TO DE-VISITOR-NAME (WS-DEPART-COUNT).
003350     MOVE DP-DEPART-DATE TO DE-DEPART-DATE (WS-DEPART-COUNT).
003360     MOVE DP-DEPART-TIME TO DE-DEPART-TIME (WS-DEPART-COUNT).
003370     MOVE "N" TO DE-MATCHED-SWITCH (WS-DEPART-COUNT).
003380 2100-EXIT.
003390     EXIT.
003400*****************************************************************
003410* 3000-SCAN-VISITOR-LOG - PAIR EVERY CONTRACTOR BADGE-IN IN THE
003420* REPORTING MONTH WITH ITS BADGE-OUT.  BADGE-INS THAT CANNOT BE
003430* PAIRED ARE LISTED AS THEY ARE FOUND.
003440*****************************************************************
003450 3000-SCAN-VISITOR-LOG.
003460     PERFORM 3100-PAIR-ONE-BADGE THRU 3100-EXIT
003470         UNTIL WS-VISIT-EOF.
003480     IF WS-UNPAIRED-COUNT > ZERO
003490         MOVE SPACES TO PRINT-RECORD
003500         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
003510     END-IF.
003520 3000-EXIT.
003530     EXIT.
003540*****************************************************************
003550* 3100-PAIR-ONE-BADGE - READ ONE BADGE RECORD AND, FOR A
003560* CONTRACTOR IN THE REPORTING MONTH, TAKE THE EARLIEST UNPAIRED
003570* BADGE-OUT FOR THE SAME NAME ON THE SAME DAY AT OR AFTER THE
003580* BADGE-IN.  THE VISITOR LOG IS IN ARRIVAL ORDER, SO A WORKER
003590* WHO BADGES IN TWICE IN A DAY PAIRS EACH VISIT WITH ITS OWN
003600* BADGE-OUT.  A STAY THAT RUNS PAST MIDNIGHT DOES NOT PAIR AND
003610* IS LEFT FOR FACILITIES TO SETTLE FROM THE LISTING.
003620*****************************************************************
003630 3100-PAIR-ONE-BADGE.
003640     READ VISITOR-LOG-FILE
003650         AT END
003660             SET WS-VISIT-EOF TO TRUE
003670             GO TO 3100-EXIT
003680     END-READ.
003690     ADD 1 TO WS-VISIT-READ-COUNT.
003700     IF NOT VB-TYPE-CONTRACTOR
003710             OR VB-LOG-DATE(1:6) NOT = WS-REPORT-MONTH
003720         GO TO 3100-EXIT
003730     END-IF.
003740     ADD 1 TO WS-BADGE-IN-COUNT.
003750     PERFORM 3200-FIND-WORKER THRU 3200-EXIT.
003760     MOVE ZERO TO WS-BEST-INDEX.
003770     MOVE HIGH-VALUES TO WS-BEST-TIME.
003780     PERFORM 3110-TEST-ONE-DEPARTURE THRU 3110-EXIT
003790         VARYING WS-DEPART-INDEX FROM 1 BY 1
003800         UNTIL WS-DEPART-INDEX > WS-DEPART-COUNT.
003810     IF WS-BEST-INDEX = ZERO
003820         PERFORM 3300-LIST-UNPAIRED THRU 3300-EXIT
003830         GO TO 3100-EXIT
003840     END-IF.
003850     SET DE-MATCHED (WS-BEST-INDEX) TO TRUE.
003860     ADD 1 TO WS-PAIRED-COUNT.
003870     MOVE VB-LOG-TIME(1:4) TO TW-HHMM.
003880     COMPUTE WS-ARRIVE-MINUTES = TW-HOURS * 60 + TW-MINUTES.
003890     MOVE WS-BEST-TIME(1:4) TO TW-HHMM.
003900     COMPUTE WS-STAY-MINUTES = TW-HOURS * 60 + TW-MINUTES
003910         - WS-ARRIVE-MINUTES.
003920     ADD 1 TO WH-VISITS (WS-WORKER-INDEX).
003930     ADD WS-STAY-MINUTES TO WH-MINUTES (WS-WORKER-INDEX).
003940     ADD 1 TO CH-VISITS (WS-CO-INDEX).
003950     ADD WS-STAY-MINUTES TO CH-MINUTES (WS-CO-INDEX).
003960     ADD WS-STAY-MINUTES TO WS-TOTAL-MINUTES.
003970 3100-EXIT.
003980     EXIT.
003990*****************************************************************
004000* 3110-TEST-ONE-DEPARTURE - KEEP THE CURRENT DEPARTURE ENTRY AS
004010* THE BEST CANDIDATE WHEN IT IS UNPAIRED, FOR THE SAME NAME AND
004020* DAY, NO EARLIER THAN THE BADGE-IN, AND EARLIER THAN THE BEST
004030* FOUND SO FAR.  A BADGE-OUT TIME KEYED AS OTHER THAN DIGITS IS
004040* NEVER PAIRED.
004050*****************************************************************
004060 3110-TEST-ONE-DEPARTURE.
004070     IF NOT DE-MATCHED (WS-DEPART-INDEX)
004080             AND DE-VISITOR-NAME (WS-DEPART-INDEX)
004090                 = VB-VISITOR-NAME
004100             AND DE-DEPART-DATE (WS-DEPART-INDEX) = VB-LOG-DATE
004110             AND DE-DEPART-TIME (WS-DEPART-INDEX) IS NUMERIC
004120             AND DE-DEPART-TIME (WS-DEPART-INDEX)
004130                 NOT < VB-LOG-TIME
004140             AND DE-DEPART-TIME (WS-DEPART-INDEX)
004150                 < WS-BEST-TIME
004160         MOVE WS-DEPART-INDEX TO WS-BEST-INDEX
004170         MOVE DE-DEPART-TIME (WS-DEPART-INDEX) TO WS-BEST-TIME
004180     END-IF.
004190 3110-EXIT.
004200     EXIT.
004210*****************************************************************
004220* 3200-FIND-WORKER - LOCATE THE BADGE-IN'S COMPANY AND WORKER,
004230* ADDING EITHER ONE THE FIRST TIME IT IS SEEN.  THE COMPANY IS
004240* THE ONE THE DESK KEYED IN THE DEPARTMENT FIELD, THE SAME FIELD
004250* THE CONTRACTOR CHECK AT BADGE-IN READS.
004260*****************************************************************
004270 3200-FIND-WORKER.
004280     MOVE "N" TO WS-COMPANY-FOUND-SWITCH.
004290     PERFORM 3210-TEST-ONE-COMPANY THRU 3210-EXIT
004300         VARYING WS-CO-INDEX FROM 1 BY 1
004310         UNTIL WS-CO-INDEX > WS-COMPANY-COUNT
004320             OR WS-COMPANY-FOUND.
004330     IF WS-COMPANY-FOUND
004340         SUBTRACT 1 FROM WS-CO-INDEX
004350     ELSE
004360         IF WS-COMPANY-COUNT >= WS-MAX-COMPANIES
004370             DISPLAY "COMPANIES EXCEED TABLE OF "
004380                 WS-MAX-COMPANIES
004390                 " - ENLARGE COMPANY-HOURS-TABLE"
004400             MOVE 16 TO RETURN-CODE
004410             STOP RUN
004420         END-IF
004430         ADD 1 TO WS-COMPANY-COUNT
004440         MOVE WS-COMPANY-COUNT TO WS-CO-INDEX
004450         MOVE VB-DEPARTMENT TO CH-COMPANY (WS-CO-INDEX)
004460         MOVE "N" TO CH-ON-MASTER-SWITCH (WS-CO-INDEX)
004470     END-IF.
004480     MOVE "N" TO WS-WORKER-FOUND-SWITCH.
004490     PERFORM 3220-TEST-ONE-WORKER THRU 3220-EXIT
004500         VARYING WS-WORKER-INDEX FROM 1 BY 1
004510         UNTIL WS-WORKER-INDEX > WS-WORKER-COUNT
004520             OR WS-WORKER-FOUND.
004530     IF WS-WORKER-FOUND
004540         SUBTRACT 1 FROM WS-WORKER-INDEX
004550     ELSE
004560         IF WS-WORKER-COUNT >= WS-MAX-WORKERS
004570             DISPLAY "WORKERS EXCEED TABLE OF " WS-MAX-WORKERS
004580                 " - ENLARGE WORKER-HOURS-TABLE"
004590             MOVE 16 TO RETURN-CODE
004600             STOP RUN
004610         END-IF
004620         ADD 1 TO WS-WORKER-COUNT
004630         MOVE WS-WORKER-COUNT TO WS-WORKER-INDEX
004640         MOVE VB-DEPARTMENT TO WH-COMPANY (WS-WORKER-INDEX)
004650         MOVE VB-VISITOR-NAME
004660             TO WH-WORKER-NAME (WS-WORKER-INDEX)
004670     END-IF.
004680 3200-EXIT.
004690     EXIT.
004700*****************************************************************
004710* 3210-TEST-ONE-COMPANY - COMPARE ONE COMPANY ENTRY.
004720*****************************************************************
004730 3210-TEST-ONE-COMPANY.
004740     IF CH-COMPANY (WS-CO-INDEX) = VB-DEPARTMENT
004750         SET WS-COMPANY-FOUND TO TRUE
004760     END-IF.
004770 3210-EXIT.
004780     EXIT.
004790*****************************************************************
004800* 3220-TEST-ONE-WORKER - COMPARE ONE WORKER ENTRY ON COMPANY AND
004810* NAME AS BADGED IN.
004820*****************************************************************
004830 3220-TEST-ONE-WORKER.
004840     IF WH-COMPANY (WS-WORKER-INDEX) = VB-DEPARTMENT
004850             AND WH-WORKER-NAME (WS-WORKER-INDEX)
004860                 = VB-VISITOR-NAME
004870         SET WS-WORKER-FOUND TO TRUE
004880     END-IF.
004890 3220-EXIT.
004900     EXIT.
004910*****************************************************************
004920* 3300-LIST-UNPAIRED - COUNT AND PRINT ONE BADGE-IN THAT HAS NO
004930* BADGE-OUT, WITH A SECTION HEADER AHEAD OF THE FIRST ONE.  ITS
004940* HOURS ARE NOT COUNTED.
004950*****************************************************************
004960 3300-LIST-UNPAIRED.
004970     IF WS-UNPAIRED-COUNT = ZERO
004980         MOVE "BADGE-INS WITH NO BADGE-OUT - HOURS NOT COUNTED:"
004990             TO PRINT-RECORD
005000         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
005010     END-IF.
005020     ADD 1 TO WS-UNPAIRED-COUNT.
005030     ADD 1 TO WH-UNPAIRED (WS-WORKER-INDEX).
005040     ADD 1 TO CH-UNPAIRED (WS-CO-INDEX).
005050     MOVE SPACES TO PRINT-RECORD.
005060     STRING "  " DELIMITED BY SIZE
005070             VB-DEPARTMENT DELIMITED BY SIZE
005080             " " DELIMITED BY SIZE
005090             VB-VISITOR-NAME DELIMITED BY SIZE
005100             "  IN " DELIMITED BY SIZE
005110             VB-LOG-DATE DELIMITED BY SIZE
005120             " AT " DELIMITED BY SIZE
005130             VB-LOG-TIME DELIMITED BY SIZE
005140             "  " DELIMITED BY SIZE
005150             VB-SITE-CODE DELIMITED BY SIZE
005160         INTO PRINT-RECORD.
005170     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
005180 3300-EXIT.
005190     EXIT.
005200*****************************************************************
005210* 4000-PRINT-HOURS - PRINT EACH COMPANY IN TURN WITH ITS WORKERS'
005220* VISITS AND HOURS, A COMPANY TOTAL, AND A GRAND TOTAL AT THE
005230* END.
005240*****************************************************************
005250 4000-PRINT-HOURS.
005260     PERFORM 4100-PRINT-ONE-COMPANY THRU 4100-EXIT
005270         VARYING WS-CO-INDEX FROM 1 BY 1
005280         UNTIL WS-CO-INDEX > WS-COMPANY-COUNT.
005290     MOVE "ALL CONTRACTORS" TO WS-LINE-NAME.
005300     MOVE WS-PAIRED-COUNT TO WS-LINE-VISITS.
005310     MOVE WS-TOTAL-MINUTES TO WS-LINE-MINUTES.
005320     MOVE WS-UNPAIRED-COUNT TO WS-LINE-UNPAIRED.
005330     PERFORM 4200-PRINT-HOURS-LINE THRU 4200-EXIT.
005340     MOVE SPACES TO PRINT-RECORD.
005350     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
005360 4000-EXIT.
005370     EXIT.
005380*****************************************************************
005390* 4100-PRINT-ONE-COMPANY - COMPANY HEADING WITH THE CONTRACT
005400* NUMBER FROM THE MASTER, THE COLUMN HEADINGS, ONE LINE PER
005410* WORKER, AND THE COMPANY TOTAL.
005420*****************************************************************
005430 4100-PRINT-ONE-COMPANY.
005440     MOVE SPACES TO PRINT-RECORD.
005450     IF CH-ON-MASTER (WS-CO-INDEX)
005460         STRING "COMPANY: " DELIMITED BY SIZE
005470                 CH-COMPANY (WS-CO-INDEX) DELIMITED BY SIZE
005480                 "  CONTRACT: " DELIMITED BY SIZE
005490                 CH-CONTRACT-NUMBER (WS-CO-INDEX)
005500                     DELIMITED BY SIZE
005510             INTO PRINT-RECORD
005520     ELSE
005530         STRING "COMPANY: " DELIMITED BY SIZE
005540                 CH-COMPANY (WS-CO-INDEX) DELIMITED BY SIZE
005550                 "  *** NOT ON CONTRACTOR MASTER ***"
005560                     DELIMITED BY SIZE
005570             INTO PRINT-RECORD
005580     END-IF.
005590     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
005600     MOVE SPACES TO PRINT-RECORD.
005610     MOVE "WORKER NAME" TO PRINT-RECORD(3:11).
005620     MOVE "VISITS" TO PRINT-RECORD(55:6).
005630     MOVE "HOURS" TO PRINT-RECORD(68:5).
005640     MOVE "UNPAIRED" TO PRINT-RECORD(75:8).
005650     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
005660     PERFORM 4110-PRINT-ONE-WORKER THRU 4110-EXIT
005670         VARYING WS-WORKER-INDEX FROM 1 BY 1
005680         UNTIL WS-WORKER-INDEX > WS-WORKER-COUNT.
005690     MOVE "COMPANY TOTAL" TO WS-LINE-NAME.
005700     MOVE CH-VISITS (WS-CO-INDEX) TO WS-LINE-VISITS.
005710     MOVE CH-MINUTES (WS-CO-INDEX) TO WS-LINE-MINUTES.
005720     MOVE CH-UNPAIRED (WS-CO-INDEX) TO WS-LINE-UNPAIRED.
005730     PERFORM 4200-PRINT-HOURS-LINE THRU 4200-EXIT.
005740     MOVE SPACES TO PRINT-RECORD.
005750     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
005760 4100-EXIT.
005770     EXIT.
005780*****************************************************************
005790* 4110-PRINT-ONE-WORKER - PRINT THE CURRENT WORKER ENTRY WHEN IT
005800* BELONGS TO THE COMPANY BEING PRINTED.
005810*****************************************************************
005820 4110-PRINT-ONE-WORKER.
005830     IF WH-COMPANY (WS-WORKER-INDEX)
005840             NOT = CH-COMPANY (WS-CO-INDEX)
005850         GO TO 4110-EXIT
005860     END-IF.
005870     MOVE WH-WORKER-NAME (WS-WORKER-INDEX) TO WS-LINE-NAME.
005880     MOVE WH-VISITS (WS-WORKER-INDEX) TO WS-LINE-VISITS.
005890     MOVE WH-MINUTES (WS-WORKER-INDEX) TO WS-LINE-MINUTES.
005900     MOVE WH-UNPAIRED (WS-WORKER-INDEX) TO WS-LINE-UNPAIRED.
005910     PERFORM 4200-PRINT-HOURS-LINE THRU 4200-EXIT.
005920 4110-EXIT.
005930     EXIT.
005940*****************************************************************
005950* 4200-PRINT-HOURS-LINE - WRITE ONE HOURS LINE FROM WS-LINE-NAME
005960* AND THE WS-LINE COUNTS, CONVERTING MINUTES TO HOURS TO TWO
005970* DECIMAL PLACES.
005980*****************************************************************
005990 4200-PRINT-HOURS-LINE.
006000     COMPUTE WS-HOURS ROUNDED = WS-LINE-MINUTES / 60.
006010     MOVE WS-HOURS TO WS-HOURS-EDIT.
006020     MOVE WS-LINE-VISITS TO WS-VISITS-EDIT.
006030     MOVE WS-LINE-UNPAIRED TO WS-UNPAIRED-EDIT.
006040     MOVE SPACES TO PRINT-RECORD.
006050     STRING "  " DELIMITED BY SIZE
006060             WS-LINE-NAME DELIMITED BY SIZE
006070             "  " DELIMITED BY SIZE
006080             WS-VISITS-EDIT DELIMITED BY SIZE
006090             "  " DELIMITED BY SIZE
006100             WS-HOURS-EDIT DELIMITED BY SIZE
006110             "  " DELIMITED BY SIZE
006120             WS-UNPAIRED-EDIT DELIMITED BY SIZE
006130         INTO PRINT-RECORD.
006140     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
006150 4200-EXIT.
006160     EXIT.
006170*****************************************************************
006180* 5000-REPORT-UNMATCHED - LIST ANY CONTRACTOR BADGE-OUT THAT
006190* PAIRED WITH NO BADGE-IN.  IT IS EITHER A KEYING ERROR AT THE
006200* DESK OR THE END OF A STAY THAT RAN PAST MIDNIGHT.
006210*****************************************************************
006220 5000-REPORT-UNMATCHED.
006230     PERFORM 5100-TEST-ONE-DEPARTURE THRU 5100-EXIT
006240         VARYING WS-DEPART-INDEX FROM 1 BY 1
006250         UNTIL WS-DEPART-INDEX > WS-DEPART-COUNT.
006260     IF WS-UNMATCHED-COUNT > ZERO
006270         MOVE SPACES TO PRINT-RECORD
006280         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
006290     END-IF.
006300 5000-EXIT.
006310     EXIT.
006320*****************************************************************
006330* 5100-TEST-ONE-DEPARTURE - PRINT ONE BADGE-OUT THAT PAIRED WITH
006340* NO BADGE-IN, WITH A SECTION HEADER AHEAD OF THE FIRST ONE.
006350*****************************************************************
006360 5100-TEST-ONE-DEPARTURE.
006370     IF DE-MATCHED (WS-DEPART-INDEX)
006380         GO TO 5100-EXIT
006390     END-IF.
006400     IF WS-UNMATCHED-COUNT = ZERO
006410         MOVE "BADGE-OUTS WITH NO BADGE-IN - HOURS NOT COUNTED:"
006420             TO PRINT-RECORD
006430         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
006440     END-IF.
006450     ADD 1 TO WS-UNMATCHED-COUNT.
006460     MOVE SPACES TO PRINT-RECORD.
006470     STRING "  " DELIMITED BY SIZE
006480             DE-VISITOR-NAME (WS-DEPART-INDEX) DELIMITED BY SIZE
006490             "  OUT " DELIMITED BY SIZE
006500             DE-DEPART-DATE (WS-DEPART-INDEX) DELIMITED BY SIZE
006510             " AT " DELIMITED BY SIZE
006520             DE-DEPART-TIME (WS-DEPART-INDEX) DELIMITED BY SIZE
006530         INTO PRINT-RECORD.
006540     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
006550 5100-EXIT.
006560     EXIT.
006570*****************************************************************
006580* 8000-PRINT-TOTALS - PRINT THE CONTROL COUNTS FACILITIES TIES
006590* THE SHEET BACK TO.
006600*****************************************************************
006610 8000-PRINT-TOTALS.
006620     MOVE "---- CONTROL TOTALS ----" TO PRINT-RECORD.
006630     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
006640     MOVE "CONTRACTOR BADGE-INS:    " TO WS-CONTROL-LABEL.
006650     MOVE WS-BADGE-IN-COUNT TO WS-COUNT-EDIT.
006660     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006670     MOVE "PAIRED WITH BADGE-OUT:   " TO WS-CONTROL-LABEL.
006680     MOVE WS-PAIRED-COUNT TO WS-COUNT-EDIT.
006690     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006700     MOVE "BADGE-INS UNPAIRED:      " TO WS-CONTROL-LABEL.
006710     MOVE WS-UNPAIRED-COUNT TO WS-COUNT-EDIT.
006720     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006730     MOVE "CONTRACTOR BADGE-OUTS:   " TO WS-CONTROL-LABEL.
006740     MOVE WS-DEPART-COUNT TO WS-COUNT-EDIT.
006750     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006760     MOVE "BADGE-OUTS UNMATCHED:    " TO WS-CONTROL-LABEL.
006770     MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT.
006780     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006790     MOVE "COMPANIES REPORTED:      " TO WS-CONTROL-LABEL.
006800     MOVE WS-COMPANY-COUNT TO WS-COUNT-EDIT.
006810     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006820     MOVE "WORKERS REPORTED:        " TO WS-CONTROL-LABEL.
006830     MOVE WS-WORKER-COUNT TO WS-COUNT-EDIT.
006840     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006850 8000-EXIT.
006860     EXIT.
006870*****************************************************************
006880* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
006890* STATUS.
006900*****************************************************************
006910 8100-PRINT-ONE-LINE.
006920     WRITE PRINT-RECORD.
006930     IF WS-PRINT-STATUS NOT = "00"
006940         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
006950             WS-PRINT-STATUS
006960         MOVE 16 TO RETURN-CODE
006970         STOP RUN
006980     END-IF.
006990 8100-EXIT.
007000     EXIT.
007010*****************************************************************
007020* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
007030* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
007040*****************************************************************
007050 8200-PRINT-CONTROL-LINE.
007060     MOVE SPACES TO PRINT-RECORD.
007070     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
007080             WS-COUNT-EDIT DELIMITED BY SIZE
007090         INTO PRINT-RECORD.
007100     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
007110 8200-EXIT.
007120     EXIT.
007130*****************************************************************
007140* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
007150*****************************************************************
007160 9000-TERMINATE.
007170     CLOSE DEPARTURE-FILE.
007180     CLOSE VISITOR-LOG-FILE.
007190     CLOSE PRINT-FILE.
007200     DISPLAY "DEPARTURES READ:         " WS-DEPART-READ-COUNT.
007210     DISPLAY "CONTRACTOR BADGE-OUTS:   " WS-DEPART-COUNT.
007220     DISPLAY "VISITOR LOG READ:        " WS-VISIT-READ-COUNT.
007230     DISPLAY "CONTRACTOR BADGE-INS:    " WS-BADGE-IN-COUNT.
007240     DISPLAY "PAIRED WITH BADGE-OUT:   " WS-PAIRED-COUNT.
007250     DISPLAY "BADGE-INS UNPAIRED:      " WS-UNPAIRED-COUNT.
007260     DISPLAY "BADGE-OUTS UNMATCHED:    " WS-UNMATCHED-COUNT.
007270     MOVE "E" TO WS-RH-ENTRY-TYPE.
007280     COMPUTE WS-RH-READ = WS-DEPART-READ-COUNT +
007290         WS-VISIT-READ-COUNT + WS-CNTR-READ-COUNT.
007300     MOVE WS-PAIRED-COUNT TO WS-RH-WRITTEN.
007310     COMPUTE WS-RH-REJECTED = WS-UNPAIRED-COUNT +
007320         WS-UNMATCHED-COUNT.
007330     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
007340 9000-EXIT.
007350     EXIT.
007360*****************************************************************
007370* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
007380* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
007390* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
007400* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
007410* POINT.
007420*****************************************************************
007430 9500-WRITE-RUN-HISTORY.
007440     OPEN EXTEND RUN-HISTORY-FILE.
007450     IF WS-RUNHIST-STATUS NOT = "00" AND
007460             WS-RUNHIST-STATUS NOT = "05"
007470         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
007480             WS-RUNHIST-STATUS
007490         MOVE 16 TO RETURN-CODE
007500         STOP RUN
007510     END-IF.
007520     MOVE "CNTRHRS" TO RH-PROGRAM-NAME.
007530     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
007540     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
007550     ACCEPT WS-RH-TIME FROM TIME.
007560     MOVE WS-RH-DATE TO RH-RUN-DATE.
007570     MOVE WS-RH-TIME TO RH-RUN-TIME.
007580     MOVE WS-RH-READ TO RH-RECORDS-READ.
007590     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
007600     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
007610     MOVE RETURN-CODE TO RH-RETURN-CODE.
007620     WRITE RUN-HISTORY-RECORD.
007630     IF WS-RUNHIST-STATUS NOT = "00"
007640         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
007650             WS-RUNHIST-STATUS
007660         MOVE 16 TO RETURN-CODE
007670         STOP RUN
007680     END-IF.
007690     CLOSE RUN-HISTORY-FILE.
007700 9500-EXIT.
007710     EXIT.
