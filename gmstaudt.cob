000230*                   HELLOBAT'S 8000-RECONCILE DOES, AND ENDS
000240*                   NON-ZERO ON ANY DIVERGENCE SO THE SCHEDULER
000250*                   FLAGS IT BEFORE THE MORNING REPORTS GO OUT.
000260*   2026-10-15  JH  HONOR GRTCORR'S CORRECTION IMAGES.  A
000270*                   REVERSAL ON THE JOURNAL CANCELS ITS KEY AND A
000280*                   LATER REPLACEMENT OR GREETING REINSTATES IT,
000290*                   SO A VOIDED OR RE-DATED GREETING NO LONGER
000300*                   READS AS JOURNAL NOT ON MASTER.  THE MASTER
000310*                   LOOKUP NOW RUNS OVER THE NET KEY TABLE AFTER
000320*                   THE WHOLE JOURNAL IS READ, A REVERSED KEY
000330*                   STILL ON THE MASTER IS REPORTED, AND THE
000340*                   CORRECTION COUNTS PRINT WITH THE TOTALS.
000350*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6
000360*                   ASCEND AGAIN.
000370*   2026-10-15  JH  COUNT THE ACTIVE JOURNAL KEYS AND THE MASTER
000380*                   RECORDS LOGGED FOR THE BUSINESS DATE, PRINT
000390*                   THEM WITH THE TOTALS, AND APPEND THEM TO THE
000400*                   SHARED CONTROL-COUNT DATASET (CTLCNTS, LAYOUT
000410*                   IN CTLCREC) FOR THE NITEBAL BALANCING SHEET.
000420*                   PARM=YYYYMMDD NAMES THE BUSINESS DATE FOR A
000430*                   CATCH-UP RUN; NO PARM MEANS TODAY, THE SAME AS
000440*                   HRXTRACT.  THE WHOLE-FILE AUDIT IS UNCHANGED.
000450*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6 ASCEND
000460*                   AGAIN.
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT GREETING-LOG-FILE ASSIGN TO "GREETLOG"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-LOG-STATUS.
000540     SELECT GREETING-MASTER-FILE ASSIGN TO "GREETMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS GM-MASTER-KEY
000580         ALTERNATE RECORD KEY IS GM-LOG-DATE WITH DUPLICATES
000590         FILE STATUS IS WS-MASTER-STATUS.
000600     SELECT PRINT-FILE ASSIGN TO "AUDITRPT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-PRINT-STATUS.
000630     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RUNHIST-STATUS.
000660     SELECT OPTIONAL CONTROL-COUNT-FILE ASSIGN TO "CTLCNTS"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-CTLCNTS-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  GREETING-LOG-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY GREETREC.
000740 FD  GREETING-MASTER-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY GREETMST.
000770 FD  PRINT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  PRINT-RECORD                    PIC X(132).
000800 FD  RUN-HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY RUNHREC.
000830 FD  CONTROL-COUNT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CTLCREC.
000860 WORKING-STORAGE SECTION.
000870*****************************************************************
000880* SWITCHES, COUNTERS, AND THE JOURNAL KEY TABLE.  THE TABLE
000890* HOLDS EVERY DISTINCT EMPLOYEE-PLUS-DATE KEY THE JOURNAL
000900* CARRIES, SO THE MASTER PASS CAN PROVE EACH MASTER RECORD HAS
000910* JOURNAL BACKING WITHOUT REREADING THE JOURNAL.  EACH KEY IS
000920* ACTIVE OR REVERSED - WHICHEVER THE LAST JOURNAL RECORD FOR IT
000930* LEFT IT AS.
000940*****************************************************************
000950 77  WS-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
000960     88  WS-LOG-EOF                  VALUE "Y".
000970 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
000980     88  WS-MASTER-EOF               VALUE "Y".
000990 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
001000 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001010 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
001020 77  WS-JOURNAL-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
001030 77  WS-DISTINCT-KEY-COUNT       PIC 9(05) COMP VALUE ZERO.
001040 77  WS-JOURNAL-DUP-COUNT        PIC 9(09) COMP VALUE ZERO.
001050 77  WS-MISSING-MASTER-COUNT     PIC 9(09) COMP VALUE ZERO.
001060 77  WS-MASTER-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
001070 77  WS-ORPHAN-MASTER-COUNT      PIC 9(09) COMP VALUE ZERO.
001080 77  WS-CORRECTION-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
001090 77  WS-ACTIVE-KEY-COUNT         PIC 9(05) COMP VALUE ZERO.
001100 77  WS-REVERSED-KEY-COUNT       PIC 9(05) COMP VALUE ZERO.
001110 77  WS-MAX-KEYS                 PIC 9(05) COMP VALUE 5000.
001120 77  WS-KEY-INDEX                PIC 9(05) COMP VALUE ZERO.
001130 77  WS-KEY-FOUND-SWITCH         PIC X(01) VALUE "N".
001140     88  WS-KEY-FOUND                VALUE "Y".
001150 77  WS-COUNT-EDIT               PIC Z(8)9.
001160 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
001170 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001180 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001190 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001200 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001210 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001220 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001230 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001240 77  WS-CTLCNTS-STATUS           PIC X(02) VALUE "00".
001250 77  WS-CC-COUNT-NAME            PIC X(08) VALUE SPACES.
001260 77  WS-CC-COUNT-VALUE           PIC 9(09) COMP VALUE ZERO.
001270 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001280 77  WS-PARM-VALUE               PIC X(08) VALUE SPACES.
001290 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
001300 77  WS-JOURNAL-DAY-COUNT        PIC 9(09) COMP VALUE ZERO.
001310 77  WS-MASTER-DAY-COUNT         PIC 9(09) COMP VALUE ZERO.
001320 01  JOURNAL-KEY-TABLE.
001330     05  JOURNAL-KEY-ENTRY OCCURS 5000 TIMES.
001340         10  JK-EMPLOYEE-ID          PIC X(10).
001350         10  JK-LOG-DATE             PIC X(08).
001360         10  JK-KEY-STATE            PIC X(01).
001370             88  JK-ACTIVE               VALUE "A".
001380             88  JK-REVERSED             VALUE "R".
001390 LINKAGE SECTION.
001400 01  LK-PARM-AREA.
001410     05  LK-PARM-LEN                 PIC S9(04) COMP.
001420     05  LK-PARM-TEXT                PIC X(20).
001430 PROCEDURE DIVISION USING LK-PARM-AREA.
001440*****************************************************************
001450* 0000-MAINLINE - TOP LEVEL CONTROL.
001460*****************************************************************
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     PERFORM 2000-PASS-JOURNAL THRU 2000-EXIT
001500         UNTIL WS-LOG-EOF.
001510     PERFORM 2500-CHECK-ACTIVE-KEYS THRU 2500-EXIT
001520         VARYING WS-KEY-INDEX FROM 1 BY 1
001530         UNTIL WS-KEY-INDEX > WS-DISTINCT-KEY-COUNT.
001540     PERFORM 3000-PASS-MASTER THRU 3000-EXIT.
001550     PERFORM 8000-RECONCILE THRU 8000-EXIT.
001560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001570     STOP RUN.
001580 0000-EXIT.
001590     EXIT.
001600*****************************************************************
001610* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE, OPEN THE FILES,
001620* AND PRINT THE REPORT HEADING.
001630*****************************************************************
001640 1000-INITIALIZE.
001650     DISPLAY "=================================================".
001660     DISPLAY " GREETING JOURNAL/MASTER INTEGRITY AUDIT".
001670     DISPLAY "=================================================".
001680     MOVE "S" TO WS-RH-ENTRY-TYPE.
001690     MOVE ZERO TO WS-RH-READ.
001700     MOVE ZERO TO WS-RH-WRITTEN.
001710     MOVE ZERO TO WS-RH-REJECTED.
001720     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001730     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
001740*    A YYYYMMDD PARM IS THE BUSINESS DATE TO COUNT FOR, FOR A
001750*    CATCH-UP RUN OF A MISSED NIGHT.  NO PARM MEANS TODAY.
001760     MOVE SPACES TO WS-PARM-VALUE.
001770     IF LK-PARM-LEN > ZERO
001780         MOVE LK-PARM-LEN TO WS-PARM-LEN
001790         IF WS-PARM-LEN > 8
001800             MOVE 8 TO WS-PARM-LEN
001810         END-IF
001820         MOVE LK-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
001830     END-IF.
001840     IF WS-PARM-VALUE NOT = SPACES
001850         IF WS-PARM-VALUE IS NUMERIC
001860             MOVE WS-PARM-VALUE TO WS-BUSINESS-DATE
001870             DISPLAY "COUNTING BUSINESS DATE " WS-BUSINESS-DATE
001880         ELSE
001890             DISPLAY "PARM MUST BE A YYYYMMDD BUSINESS DATE - "
001900                 "GOT " WS-PARM-VALUE
001910             MOVE 16 TO RETURN-CODE
001920             STOP RUN
001930         END-IF
001940     END-IF.
001950     OPEN INPUT GREETING-LOG-FILE.
001960     IF WS-LOG-STATUS NOT = "00"
001970         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
001980             WS-LOG-STATUS
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     OPEN INPUT GREETING-MASTER-FILE.
002030     IF WS-MASTER-STATUS NOT = "00"
002040         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
002050             WS-MASTER-STATUS
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     OPEN OUTPUT PRINT-FILE.
002100     IF WS-PRINT-STATUS NOT = "00"
002110         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
002120             WS-PRINT-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160     MOVE "---- JOURNAL/MASTER INTEGRITY AUDIT ----"
002170         TO PRINT-RECORD.
002180     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002190     MOVE SPACES TO PRINT-RECORD.
002200     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002210 1000-EXIT.
002220     EXIT.
002230*****************************************************************
002240* 2000-PASS-JOURNAL - READ ONE JOURNAL RECORD AND FILE ITS KEY.
002250* A REPEATED KEY IS THE JOURNAL'S NORMAL DUPLICATE (THE MASTER
002260* HOLDS IT ONCE), SO IT IS COUNTED, NOT REPORTED.
002270*****************************************************************
002280 2000-PASS-JOURNAL.
002290     READ GREETING-LOG-FILE
002300         AT END
002310             SET WS-LOG-EOF TO TRUE
002320         NOT AT END
002330             ADD 1 TO WS-JOURNAL-READ-COUNT
002340             PERFORM 2100-CHECK-ONE-JOURNAL THRU 2100-EXIT
002350     END-READ.
002360 2000-EXIT.
002370     EXIT.
002380*****************************************************************
002390* 2100-CHECK-ONE-JOURNAL - FILE THE KEY IF FIRST SEEN AND SET ITS
002400* STATE.  A GRTCORR REVERSAL MARKS THE KEY REVERSED; ANY OTHER
002410* RECORD - A GREETING OR A GRTCORR REPLACEMENT - MARKS IT ACTIVE,
002420* SINCE THE MASTER HOLDS IT AGAIN FROM THAT POINT ON.
002430*****************************************************************
002440 2100-CHECK-ONE-JOURNAL.
002450     IF GR-CORRECTION-ENTRY
002460         ADD 1 TO WS-CORRECTION-READ-COUNT
002470     END-IF.
002480     MOVE "N" TO WS-KEY-FOUND-SWITCH.
002490     PERFORM 2110-MATCH-ONE-KEY THRU 2110-EXIT
002500         VARYING WS-KEY-INDEX FROM 1 BY 1
002510         UNTIL WS-KEY-INDEX > WS-DISTINCT-KEY-COUNT
002520             OR WS-KEY-FOUND.
002530     IF WS-KEY-FOUND
002540         SUBTRACT 1 FROM WS-KEY-INDEX
002550         IF JK-ACTIVE (WS-KEY-INDEX) AND NOT GR-CORRECTION-ENTRY
002560             ADD 1 TO WS-JOURNAL-DUP-COUNT
002570         END-IF
002580     ELSE
002590         PERFORM 2120-ADD-ONE-KEY THRU 2120-EXIT
002600     END-IF.
002610     IF GR-REVERSAL-ENTRY
002620         SET JK-REVERSED (WS-KEY-INDEX) TO TRUE
002630     ELSE
002640         SET JK-ACTIVE (WS-KEY-INDEX) TO TRUE
002650     END-IF.
002660 2100-EXIT.
002670     EXIT.
002680*****************************************************************
002690* 2110-MATCH-ONE-KEY - COMPARE THE CURRENT KEY-TABLE ENTRY TO
002700* THE JOURNAL RECORD BEING CHECKED.
002710*****************************************************************
002720 2110-MATCH-ONE-KEY.
002730     IF JK-EMPLOYEE-ID (WS-KEY-INDEX) = GR-EMPLOYEE-ID
002740             AND JK-LOG-DATE (WS-KEY-INDEX) = GR-LOG-DATE
002750         SET WS-KEY-FOUND TO TRUE
002760     END-IF.
002770 2110-EXIT.
002780     EXIT.
002790*****************************************************************
002800* 2120-ADD-ONE-KEY - FILE A KEY SEEN FOR THE FIRST TIME.
002810*****************************************************************
002820 2120-ADD-ONE-KEY.
002830     IF WS-DISTINCT-KEY-COUNT >= WS-MAX-KEYS
002840         DISPLAY "JOURNAL KEYS EXCEED TABLE OF " WS-MAX-KEYS
002850             " - LOG MUST BE ARCHIVED OR TABLE ENLARGED"
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     ADD 1 TO WS-DISTINCT-KEY-COUNT.
002900     MOVE WS-DISTINCT-KEY-COUNT TO WS-KEY-INDEX.
002910     MOVE GR-EMPLOYEE-ID TO JK-EMPLOYEE-ID (WS-KEY-INDEX).
002920     MOVE GR-LOG-DATE TO JK-LOG-DATE (WS-KEY-INDEX).
002930 2120-EXIT.
002940     EXIT.
002950*****************************************************************
002960* 2500-CHECK-ACTIVE-KEYS - ONCE THE WHOLE JOURNAL IS READ, PROVE
002970* EACH KEY STILL ACTIVE IS ON THE MASTER.  A REVERSED KEY IS
002980* COUNTED BUT NOT LOOKED UP - ITS ABSENCE FROM THE MASTER IS THE
002990* CORRECTION WORKING.  ACTIVE KEYS FOR THE BUSINESS DATE ARE THE
003000* JOURNAL'S DAY COUNT FOR THE BALANCING SHEET.
003010*****************************************************************
003020 2500-CHECK-ACTIVE-KEYS.
003030     IF JK-REVERSED (WS-KEY-INDEX)
003040         ADD 1 TO WS-REVERSED-KEY-COUNT
003050         GO TO 2500-EXIT
003060     END-IF.
003070     ADD 1 TO WS-ACTIVE-KEY-COUNT.
003080     IF JK-LOG-DATE (WS-KEY-INDEX) = WS-BUSINESS-DATE
003090         ADD 1 TO WS-JOURNAL-DAY-COUNT
003100     END-IF.
003110     MOVE JK-EMPLOYEE-ID (WS-KEY-INDEX) TO GM-EMPLOYEE-ID.
003120     MOVE JK-LOG-DATE (WS-KEY-INDEX) TO GM-LOG-DATE.
003130     READ GREETING-MASTER-FILE
003140         INVALID KEY
003150             ADD 1 TO WS-MISSING-MASTER-COUNT
003160             MOVE SPACES TO PRINT-RECORD
003170             STRING "JOURNAL NOT ON MASTER: " DELIMITED BY SIZE
003180                     JK-EMPLOYEE-ID (WS-KEY-INDEX)
003190                         DELIMITED BY SIZE
003200                     " " DELIMITED BY SIZE
003210                     JK-LOG-DATE (WS-KEY-INDEX) DELIMITED BY SIZE
003220                 INTO PRINT-RECORD
003230             PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
003240     END-READ.
003250 2500-EXIT.
003260     EXIT.
003270*****************************************************************
003280* 3000-PASS-MASTER - WALK THE WHOLE MASTER BY PRIMARY KEY AND
003290* PROVE EVERY RECORD HAS A JOURNAL KEY BEHIND IT.  THE RANDOM
003300* READS OF THE JOURNAL PASS MOVED THE POSITION, SO THE WALK
003310* STARTS WITH AN EXPLICIT START AT THE LOW END OF THE KEY.
003320*****************************************************************
003330 3000-PASS-MASTER.
003340     MOVE LOW-VALUES TO GM-MASTER-KEY.
003350     START GREETING-MASTER-FILE
003360         KEY IS >= GM-MASTER-KEY
003370         INVALID KEY
003380             SET WS-MASTER-EOF TO TRUE
003390     END-START.
003400     PERFORM 3100-CHECK-ONE-MASTER THRU 3100-EXIT
003410         UNTIL WS-MASTER-EOF.
003420 3000-EXIT.
003430     EXIT.
003440*****************************************************************
003450* 3100-CHECK-ONE-MASTER - READ THE NEXT MASTER RECORD AND
003460* REPORT IT WHEN NO JOURNAL KEY BACKS IT, OR WHEN THE JOURNAL
003470* LAST LEFT ITS KEY REVERSED.
003480*****************************************************************
003490 3100-CHECK-ONE-MASTER.
003500     READ GREETING-MASTER-FILE NEXT RECORD
003510         AT END
003520             SET WS-MASTER-EOF TO TRUE
003530             GO TO 3100-EXIT
003540     END-READ.
003550     ADD 1 TO WS-MASTER-READ-COUNT.
003560     IF GM-LOG-DATE = WS-BUSINESS-DATE
003570         ADD 1 TO WS-MASTER-DAY-COUNT
003580     END-IF.
003590     MOVE "N" TO WS-KEY-FOUND-SWITCH.
003600     PERFORM 3110-MATCH-ONE-MASTER-KEY THRU 3110-EXIT
003610         VARYING WS-KEY-INDEX FROM 1 BY 1
003620         UNTIL WS-KEY-INDEX > WS-DISTINCT-KEY-COUNT
003630             OR WS-KEY-FOUND.
003640     IF NOT WS-KEY-FOUND
003650         ADD 1 TO WS-ORPHAN-MASTER-COUNT
003660         MOVE SPACES TO PRINT-RECORD
003670         STRING "MASTER NOT ON JOURNAL: " DELIMITED BY SIZE
003680                 GM-EMPLOYEE-ID DELIMITED BY SIZE
003690                 " " DELIMITED BY SIZE
003700                 GM-LOG-DATE DELIMITED BY SIZE
003710             INTO PRINT-RECORD
003720         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
003730     END-IF.
003740     IF WS-KEY-FOUND
003750         SUBTRACT 1 FROM WS-KEY-INDEX
003760         IF JK-REVERSED (WS-KEY-INDEX)
003770             ADD 1 TO WS-ORPHAN-MASTER-COUNT
003780             MOVE SPACES TO PRINT-RECORD
003790             STRING "REVERSED BUT ON MASTER: " DELIMITED BY SIZE
003800                     GM-EMPLOYEE-ID DELIMITED BY SIZE
003810                     " " DELIMITED BY SIZE
003820                     GM-LOG-DATE DELIMITED BY SIZE
003830                 INTO PRINT-RECORD
003840             PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
003850         END-IF
003860     END-IF.
003870 3100-EXIT.
003880     EXIT.
003890*****************************************************************
003900* 3110-MATCH-ONE-MASTER-KEY - COMPARE THE CURRENT KEY-TABLE
003910* ENTRY TO THE MASTER RECORD BEING CHECKED.
003920*****************************************************************
003930 3110-MATCH-ONE-MASTER-KEY.
003940     IF JK-EMPLOYEE-ID (WS-KEY-INDEX) = GM-EMPLOYEE-ID
003950             AND JK-LOG-DATE (WS-KEY-INDEX) = GM-LOG-DATE
003960         SET WS-KEY-FOUND TO TRUE
003970     END-IF.
003980 3110-EXIT.
003990     EXIT.
004000*****************************************************************
004010* 8000-RECONCILE - PRINT THE CONTROL TOTALS AND END NON-ZERO
004020* WHEN THE TWO FILES DIVERGE - A JOURNAL KEY OFF THE MASTER, A
004030* MASTER RECORD OFF THE JOURNAL, OR ACTIVE KEYS THAT DO NOT
004040* EQUAL MASTER RECORDS.  REVERSED KEYS ARE OUT OF THE COMPARE -
004050* THE MASTER IS MEANT NOT TO HOLD THEM.
004060*****************************************************************
004070 8000-RECONCILE.
004080     MOVE SPACES TO PRINT-RECORD.
004090     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004100     MOVE "---- CONTROL TOTALS ----" TO PRINT-RECORD.
004110     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004120     MOVE "JOURNAL RECORDS READ:    " TO WS-CONTROL-LABEL.
004130     MOVE WS-JOURNAL-READ-COUNT TO WS-COUNT-EDIT.
004140     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004150     MOVE "DISTINCT JOURNAL KEYS:   " TO WS-CONTROL-LABEL.
004160     MOVE WS-DISTINCT-KEY-COUNT TO WS-COUNT-EDIT.
004170     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004180     MOVE "JOURNAL DUPLICATES:      " TO WS-CONTROL-LABEL.
004190     MOVE WS-JOURNAL-DUP-COUNT TO WS-COUNT-EDIT.
004200     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004210     MOVE "CORRECTION IMAGES READ:  " TO WS-CONTROL-LABEL.
004220     MOVE WS-CORRECTION-READ-COUNT TO WS-COUNT-EDIT.
004230     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004240     MOVE "KEYS REVERSED:           " TO WS-CONTROL-LABEL.
004250     MOVE WS-REVERSED-KEY-COUNT TO WS-COUNT-EDIT.
004260     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004270     MOVE "ACTIVE JOURNAL KEYS:     " TO WS-CONTROL-LABEL.
004280     MOVE WS-ACTIVE-KEY-COUNT TO WS-COUNT-EDIT.
004290     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004300     MOVE "JOURNAL NOT ON MASTER:   " TO WS-CONTROL-LABEL.
004310     MOVE WS-MISSING-MASTER-COUNT TO WS-COUNT-EDIT.
004320     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004330     MOVE "MASTER RECORDS READ:     " TO WS-CONTROL-LABEL.
004340     MOVE WS-MASTER-READ-COUNT TO WS-COUNT-EDIT.
004350     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004360     MOVE "MASTER NOT ON JOURNAL:   " TO WS-CONTROL-LABEL.
004370     MOVE WS-ORPHAN-MASTER-COUNT TO WS-COUNT-EDIT.
004380     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004390     MOVE "BUSINESS DATE:           " TO WS-CONTROL-LABEL.
004400     MOVE WS-BUSINESS-DATE TO WS-COUNT-EDIT.
004410     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004420     MOVE "ACTIVE KEYS FOR THE DATE:" TO WS-CONTROL-LABEL.
004430     MOVE WS-JOURNAL-DAY-COUNT TO WS-COUNT-EDIT.
004440     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004450     MOVE "MASTER RECS FOR THE DATE:" TO WS-CONTROL-LABEL.
004460     MOVE WS-MASTER-DAY-COUNT TO WS-COUNT-EDIT.
004470     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004480     IF WS-MISSING-MASTER-COUNT = ZERO
004490             AND WS-ORPHAN-MASTER-COUNT = ZERO
004500             AND WS-ACTIVE-KEY-COUNT = WS-MASTER-READ-COUNT
004510         MOVE "JOURNAL AND MASTER AGREE." TO PRINT-RECORD
004520         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
004530         DISPLAY "JOURNAL AND MASTER AGREE."
004540     ELSE
004550         MOVE "*** JOURNAL AND MASTER HAVE DIVERGED ***"
004560             TO PRINT-RECORD
004570         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
004580         DISPLAY "*** JOURNAL AND MASTER HAVE DIVERGED ***"
004590         MOVE 8 TO RETURN-CODE
004600     END-IF.
004610 8000-EXIT.
004620     EXIT.
004630*****************************************************************
004640* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
004650* STATUS.
004660*****************************************************************
004670 8100-PRINT-ONE-LINE.
004680     WRITE PRINT-RECORD.
004690     IF WS-PRINT-STATUS NOT = "00"
004700         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
004710             WS-PRINT-STATUS
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750 8100-EXIT.
004760     EXIT.
004770*****************************************************************
004780* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
004790* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
004800*****************************************************************
004810 8200-PRINT-CONTROL-LINE.
004820     MOVE SPACES TO PRINT-RECORD.
004830     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
004840             WS-COUNT-EDIT DELIMITED BY SIZE
004850         INTO PRINT-RECORD.
004860     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004870 8200-EXIT.
004880     EXIT.
004890*****************************************************************
004900* 9000-TERMINATE - CLOSE THE FILES, REPORT THE COUNTS, AND
004910* APPEND THE DAY COUNTS TO CTLCNTS AHEAD OF THE END RECORD.
004920*****************************************************************
004930 9000-TERMINATE.
004940     CLOSE GREETING-LOG-FILE.
004950     CLOSE GREETING-MASTER-FILE.
004960     CLOSE PRINT-FILE.
004970     DISPLAY "JOURNAL RECORDS READ:  " WS-JOURNAL-READ-COUNT.
004980     DISPLAY "DISTINCT JOURNAL KEYS: " WS-DISTINCT-KEY-COUNT.
004990     DISPLAY "KEYS REVERSED:         " WS-REVERSED-KEY-COUNT.
005000     DISPLAY "JOURNAL NOT ON MASTER: " WS-MISSING-MASTER-COUNT.
005010     DISPLAY "MASTER RECORDS READ:   " WS-MASTER-READ-COUNT.
005020     DISPLAY "MASTER NOT ON JOURNAL: " WS-ORPHAN-MASTER-COUNT.
005030     DISPLAY "JOURNAL KEYS FOR DATE: " WS-JOURNAL-DAY-COUNT.
005040     DISPLAY "MASTER RECS FOR DATE:  " WS-MASTER-DAY-COUNT.
005050     PERFORM 9600-WRITE-CONTROL-COUNTS THRU 9600-EXIT.
005060     MOVE "E" TO WS-RH-ENTRY-TYPE.
005070     COMPUTE WS-RH-READ = WS-JOURNAL-READ-COUNT +
005080         WS-MASTER-READ-COUNT.
005090     MOVE ZERO TO WS-RH-WRITTEN.
005100     COMPUTE WS-RH-REJECTED = WS-MISSING-MASTER-COUNT +
005110         WS-ORPHAN-MASTER-COUNT.
005120     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
005130 9000-EXIT.
005140     EXIT.
005150*****************************************************************
005160* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
005170* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
005180* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
005190* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
005200* POINT.
005210*****************************************************************
005220 9500-WRITE-RUN-HISTORY.
005230     OPEN EXTEND RUN-HISTORY-FILE.
005240     IF WS-RUNHIST-STATUS NOT = "00" AND
005250             WS-RUNHIST-STATUS NOT = "05"
005260         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
005270             WS-RUNHIST-STATUS
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310     MOVE "GMSTAUDT" TO RH-PROGRAM-NAME.
005320     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
005330     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
005340     ACCEPT WS-RH-TIME FROM TIME.
005350     MOVE WS-RH-DATE TO RH-RUN-DATE.
005360     MOVE WS-RH-TIME TO RH-RUN-TIME.
005370     MOVE WS-RH-READ TO RH-RECORDS-READ.
005380     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
005390     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
005400     MOVE RETURN-CODE TO RH-RETURN-CODE.
005410     WRITE RUN-HISTORY-RECORD.
005420     IF WS-RUNHIST-STATUS NOT = "00"
005430         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
005440             WS-RUNHIST-STATUS
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480     CLOSE RUN-HISTORY-FILE.
005490 9500-EXIT.
005500     EXIT.
005510*****************************************************************
005520* 9600-WRITE-CONTROL-COUNTS - APPEND THE BUSINESS DATE'S MASTER
005530* AND JOURNAL DAY COUNTS FOR THE NITEBAL BALANCING SHEET.
005540*****************************************************************
005550 9600-WRITE-CONTROL-COUNTS.
005560     OPEN EXTEND CONTROL-COUNT-FILE.
005570     IF WS-CTLCNTS-STATUS NOT = "00" AND
005580             WS-CTLCNTS-STATUS NOT = "05"
005590         DISPLAY "UNABLE TO OPEN CONTROL COUNTS - STATUS "
005600             WS-CTLCNTS-STATUS
005610         MOVE 16 TO RETURN-CODE
005620         STOP RUN
005630     END-IF.
005640     MOVE "MSTRDAY" TO WS-CC-COUNT-NAME.
005650     MOVE WS-MASTER-DAY-COUNT TO WS-CC-COUNT-VALUE.
005660     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
005670     MOVE "JRNLDAY" TO WS-CC-COUNT-NAME.
005680     MOVE WS-JOURNAL-DAY-COUNT TO WS-CC-COUNT-VALUE.
005690     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
005700     CLOSE CONTROL-COUNT-FILE.
005710 9600-EXIT.
005720     EXIT.
005730*****************************************************************
005740* 9610-WRITE-ONE-COUNT - WRITE ONE NAMED COUNT FROM
005750* WS-CC-COUNT-NAME AND WS-CC-COUNT-VALUE.
005760*****************************************************************
005770 9610-WRITE-ONE-COUNT.
005780     MOVE "GMSTAUDT" TO CC-PROGRAM-NAME.
005790     MOVE WS-BUSINESS-DATE TO CC-BUSINESS-DATE.
005800     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
005810     ACCEPT WS-RH-TIME FROM TIME.
005820     MOVE WS-RH-DATE TO CC-RUN-DATE.
005830     MOVE WS-RH-TIME TO CC-RUN-TIME.
005840     MOVE WS-CC-COUNT-NAME TO CC-COUNT-NAME.
005850     MOVE WS-CC-COUNT-VALUE TO CC-COUNT-VALUE.
005860     WRITE CONTROL-COUNT-RECORD.
005870     IF WS-CTLCNTS-STATUS NOT = "00"
005880         DISPLAY "UNABLE TO WRITE CONTROL COUNTS - STATUS "
005890             WS-CTLCNTS-STATUS
005900         MOVE 16 TO RETURN-CODE
005910         STOP RUN
005920     END-IF.
005930 9610-EXIT.
005940     EXIT.
