000200*                   UP.  ENDS WITH RETURN CODE 4 WHEN ANYTHING
000210*                   IS OUTSTANDING SO THE SCHEDULER FLAGS THE
000220*                   RUN.
000230*   2026-08-22  JH  APPEND START AND END RECORDS TO THE SHARED
000240*                   RUNHIST AUDIT DATASET (LAYOUT IN RUNHREC)
000250*                   WITH RECORD COUNTS AND FINAL RETURN CODE.
000260*   2026-09-02  JH  RESEND AND SENT-IMAGE BUFFERS WIDENED 157
000270*                   TO 160 - GREETREC APPENDED THE SITE CODE.
000280*   2026-10-15  JH  APPEND THE HRSENT RECORDS READ AND THE COUNTS
000290*                   HR ACCEPTED AND REJECTED TO THE SHARED
000300*                   CONTROL-COUNT DATASET (CTLCNTS, LAYOUT IN
000310*                   CTLCREC) FOR THE NITEBAL BALANCING SHEET,
000320*                   UNDER THE BUSINESS DATE THE FEED WAS EXTRACTED
000330*                   FOR - THE LATEST LOG DATE ON HRSENT, SINCE
000340*                   RESENDS CARRY EARLIER DATES.  PARM=YYYYMMDD
000350*                   NAMES THE DATE OUTRIGHT, FOR A CATCH-UP RUN OR
000360*                   A FEED OF RESENDS ONLY.  RESEQUENCED THE
000370*                   SOURCE SO COLUMNS 1-6 ASCEND AGAIN.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SENT-FILE ASSIGN TO "HRSENT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-SENT-STATUS.
000450     SELECT ACK-FILE ASSIGN TO "HRACKIN"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-ACK-STATUS.
000480     SELECT RESEND-FILE ASSIGN TO "HRRESEND"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RESEND-STATUS.
000510     SELECT PRINT-FILE ASSIGN TO "RECONRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PRINT-STATUS.
000540     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RUNHIST-STATUS.
000570     SELECT OPTIONAL CONTROL-COUNT-FILE ASSIGN TO "CTLCNTS"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-CTLCNTS-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SENT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY GREETREC.
000650 FD  ACK-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY HRACKREC.
000680 FD  RESEND-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  RESEND-RECORD                   PIC X(160).
000710 FD  PRINT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  PRINT-RECORD                    PIC X(132).
000740 FD  RUN-HISTORY-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY RUNHREC.
000770 FD  CONTROL-COUNT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY CTLCREC.
000800 WORKING-STORAGE SECTION.
000810*****************************************************************
000820* SWITCHES, COUNTERS, AND THE SENT-RECORD TABLE.  EACH TABLE
000830* ENTRY KEEPS THE FULL GREETREC IMAGE SO AN OUTSTANDING RECORD
000840* CAN BE QUEUED FOR RESEND WITHOUT GOING BACK TO ANY OTHER
000850* FILE, PLUS THE ACK STATE HR'S FILE SETTLES ON IT.
000860*****************************************************************
000870 77  WS-SENT-EOF-SWITCH          PIC X(01) VALUE "N".
000880     88  WS-SENT-EOF                 VALUE "Y".
000890 77  WS-ACK-EOF-SWITCH           PIC X(01) VALUE "N".
000900     88  WS-ACK-EOF                  VALUE "Y".
000910 77  WS-SENT-STATUS              PIC X(02) VALUE "00".
000920 77  WS-ACK-STATUS               PIC X(02) VALUE "00".
000930 77  WS-RESEND-STATUS            PIC X(02) VALUE "00".
000940 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000950 77  WS-SENT-COUNT               PIC 9(05) COMP VALUE ZERO.
000960 77  WS-MAX-SENT                 PIC 9(05) COMP VALUE 5000.
000970 77  WS-SENT-INDEX               PIC 9(05) COMP VALUE ZERO.
000980 77  WS-MATCH-FOUND-SWITCH       PIC X(01) VALUE "N".
000990     88  WS-MATCH-FOUND              VALUE "Y".
001000 77  WS-ACK-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
001010 77  WS-ACCEPTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001020 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001030 77  WS-UNACK-COUNT              PIC 9(05) COMP VALUE ZERO.
001040 77  WS-UNMATCHED-ACK-COUNT      PIC 9(05) COMP VALUE ZERO.
001050 77  WS-OUTSTANDING-COUNT        PIC 9(05) COMP VALUE ZERO.
001060 77  WS-COUNT-EDIT               PIC Z(8)9.
001070 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
001080 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001090 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001100 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001110 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001120 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001130 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001140 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001150 77  WS-CTLCNTS-STATUS           PIC X(02) VALUE "00".
001160 77  WS-CC-COUNT-NAME            PIC X(08) VALUE SPACES.
001170 77  WS-CC-COUNT-VALUE           PIC 9(09) COMP VALUE ZERO.
001180 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001190 77  WS-SENT-HIGH-DATE           PIC X(08) VALUE SPACES.
001200 77  WS-PARM-VALUE               PIC X(08) VALUE SPACES.
001210 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
001220 01  SENT-TABLE.
001230     05  SENT-ENTRY OCCURS 5000 TIMES.
001240         10  ST-RECORD-IMAGE         PIC X(160).
001250         10  ST-EMPLOYEE-ID          PIC X(10).
001260         10  ST-LOG-DATE             PIC X(08).
001270         10  ST-ACK-STATE            PIC X(01).
001280             88  ST-UNACKNOWLEDGED       VALUE " ".
001290             88  ST-ACCEPTED             VALUE "A".
001300             88  ST-REJECTED             VALUE "R".
001310         10  ST-REASON-CODE          PIC X(04).
001320 LINKAGE SECTION.
001330 01  LK-PARM-AREA.
001340     05  LK-PARM-LEN                 PIC S9(04) COMP.
001350     05  LK-PARM-TEXT                PIC X(20).
001360 PROCEDURE DIVISION USING LK-PARM-AREA.
001370*****************************************************************
001380* 0000-MAINLINE - TOP LEVEL CONTROL.
001390*****************************************************************
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-LOAD-SENT-FILE THRU 2000-EXIT
001430         UNTIL WS-SENT-EOF.
001440     PERFORM 3000-APPLY-ACKS THRU 3000-EXIT
001450         UNTIL WS-ACK-EOF.
001460     PERFORM 4000-SETTLE-AND-RESEND THRU 4000-EXIT.
001470     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001490     STOP RUN.
001500 0000-EXIT.
001510     EXIT.
001520*****************************************************************
001530* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE REPORT BANNER.
001540*****************************************************************
001550 1000-INITIALIZE.
001560     DISPLAY "=================================================".
001570     DISPLAY " HR EXTRACT ACKNOWLEDGMENT RECONCILIATION".
001580     DISPLAY "=================================================".
001590     MOVE "S" TO WS-RH-ENTRY-TYPE.
001600     MOVE ZERO TO WS-RH-READ.
001610     MOVE ZERO TO WS-RH-WRITTEN.
001620     MOVE ZERO TO WS-RH-REJECTED.
001630     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001640*    A YYYYMMDD PARM IS THE BUSINESS DATE THE FEED WAS EXTRACTED
001650*    FOR.  NO PARM MEANS THE LATEST LOG DATE ON HRSENT.
001660     MOVE SPACES TO WS-PARM-VALUE.
001670     IF LK-PARM-LEN > ZERO
001680         MOVE LK-PARM-LEN TO WS-PARM-LEN
001690         IF WS-PARM-LEN > 8
001700             MOVE 8 TO WS-PARM-LEN
001710         END-IF
001720         MOVE LK-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
001730     END-IF.
001740     IF WS-PARM-VALUE NOT = SPACES
001750         IF WS-PARM-VALUE IS NUMERIC
001760             MOVE WS-PARM-VALUE TO WS-BUSINESS-DATE
001770             DISPLAY "RECONCILING BUSINESS DATE " WS-BUSINESS-DATE
001780         ELSE
001790             DISPLAY "PARM MUST BE A YYYYMMDD BUSINESS DATE - "
001800                 "GOT " WS-PARM-VALUE
001810             MOVE 16 TO RETURN-CODE
001820             STOP RUN
001830         END-IF
001840     END-IF.
001850     OPEN INPUT SENT-FILE.
001860     IF WS-SENT-STATUS NOT = "00"
001870         DISPLAY "UNABLE TO OPEN HRSENT FILE - STATUS "
001880             WS-SENT-STATUS
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     OPEN INPUT ACK-FILE.
001930     IF WS-ACK-STATUS NOT = "00"
001940         DISPLAY "UNABLE TO OPEN HRACKIN FILE - STATUS "
001950             WS-ACK-STATUS
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990     OPEN OUTPUT RESEND-FILE.
002000     IF WS-RESEND-STATUS NOT = "00"
002010         DISPLAY "UNABLE TO OPEN HRRESEND FILE - STATUS "
002020             WS-RESEND-STATUS
002030         MOVE 16 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060     OPEN OUTPUT PRINT-FILE.
002070     IF WS-PRINT-STATUS NOT = "00"
002080         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
002090             WS-PRINT-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     MOVE "---- HR EXTRACT RECONCILIATION ----"
002140         TO PRINT-RECORD.
002150     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002160     MOVE SPACES TO PRINT-RECORD.
002170     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002180 1000-EXIT.
002190     EXIT.
002200*****************************************************************
002210* 2000-LOAD-SENT-FILE - LOAD EVERYTHING HRXTRACT SENT INTO THE
002220* SENT TABLE, EVERY ENTRY STARTING UNACKNOWLEDGED.
002230*****************************************************************
002240 2000-LOAD-SENT-FILE.
002250     READ SENT-FILE
002260         AT END
002270             SET WS-SENT-EOF TO TRUE
002280         NOT AT END
002290             IF WS-SENT-COUNT >= WS-MAX-SENT
002300                 DISPLAY "HRSENT EXCEEDS TABLE OF " WS-MAX-SENT
002310                     " - ENLARGE SENT-TABLE"
002320                 MOVE 16 TO RETURN-CODE
002330                 STOP RUN
002340             END-IF
002350             ADD 1 TO WS-SENT-COUNT
002360             MOVE GREETING-RECORD TO
002370                 ST-RECORD-IMAGE (WS-SENT-COUNT)
002380             MOVE GR-EMPLOYEE-ID TO
002390                 ST-EMPLOYEE-ID (WS-SENT-COUNT)
002400             MOVE GR-LOG-DATE TO ST-LOG-DATE (WS-SENT-COUNT)
002410             IF GR-LOG-DATE > WS-SENT-HIGH-DATE
002420                 MOVE GR-LOG-DATE TO WS-SENT-HIGH-DATE
002430             END-IF
002440             MOVE " " TO ST-ACK-STATE (WS-SENT-COUNT)
002450             MOVE SPACES TO ST-REASON-CODE (WS-SENT-COUNT)
002460     END-READ.
002470 2000-EXIT.
002480     EXIT.
002490*****************************************************************
002500* 3000-APPLY-ACKS - READ ONE ACKNOWLEDGMENT AND SETTLE IT ON
002510* THE MATCHING SENT ENTRY.  AN ACK FOR SOMETHING NEVER SENT IS
002520* REPORTED - IT MEANS THE TWO SYSTEMS DISAGREE ABOUT THE FEED.
002530*****************************************************************
002540 3000-APPLY-ACKS.
002550     READ ACK-FILE
002560         AT END
002570             SET WS-ACK-EOF TO TRUE
002580         NOT AT END
002590             ADD 1 TO WS-ACK-READ-COUNT
002600             PERFORM 3100-MATCH-ONE-ACK THRU 3100-EXIT
002610     END-READ.
002620 3000-EXIT.
002630     EXIT.
002640*****************************************************************
002650* 3100-MATCH-ONE-ACK - FIND THE SENT ENTRY FOR THIS ACK'S
002660* EMPLOYEE ID AND LOG DATE AND MARK IT ACCEPTED OR REJECTED.
002670*****************************************************************
002680 3100-MATCH-ONE-ACK.
002690     MOVE "N" TO WS-MATCH-FOUND-SWITCH.
002700     PERFORM 3110-TEST-ONE-SENT THRU 3110-EXIT
002710         VARYING WS-SENT-INDEX FROM 1 BY 1
002720         UNTIL WS-SENT-INDEX > WS-SENT-COUNT
002730             OR WS-MATCH-FOUND.
002740     IF WS-MATCH-FOUND
002750         SUBTRACT 1 FROM WS-SENT-INDEX
002760     END-IF.
002770     IF NOT WS-MATCH-FOUND
002780         ADD 1 TO WS-UNMATCHED-ACK-COUNT
002790         MOVE SPACES TO PRINT-RECORD
002800         STRING "UNMATCHED ACK: " DELIMITED BY SIZE
002810                 HA-EMPLOYEE-ID DELIMITED BY SIZE
002820                 " " DELIMITED BY SIZE
002830                 HA-LOG-DATE DELIMITED BY SIZE
002840                 " CODE " DELIMITED BY SIZE
002850                 HA-ACK-CODE DELIMITED BY SIZE
002860                 " - NOT IN HRSENT" DELIMITED BY SIZE
002870             INTO PRINT-RECORD
002880         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
002890         GO TO 3100-EXIT
002900     END-IF.
002910     IF HA-ACCEPTED
002920         MOVE "A" TO ST-ACK-STATE (WS-SENT-INDEX)
002930     ELSE
002940         IF HA-REJECTED
002950             MOVE "R" TO ST-ACK-STATE (WS-SENT-INDEX)
002960             MOVE HA-REASON-CODE TO
002970                 ST-REASON-CODE (WS-SENT-INDEX)
002980         ELSE
002990             ADD 1 TO WS-UNMATCHED-ACK-COUNT
003000             MOVE SPACES TO PRINT-RECORD
003010             STRING "BAD ACK CODE " DELIMITED BY SIZE
003020                     HA-ACK-CODE DELIMITED BY SIZE
003030                     " FOR " DELIMITED BY SIZE
003040                     HA-EMPLOYEE-ID DELIMITED BY SIZE
003050                     " " DELIMITED BY SIZE
003060                     HA-LOG-DATE DELIMITED BY SIZE
003070                 INTO PRINT-RECORD
003080             PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
003090         END-IF
003100     END-IF.
003110 3100-EXIT.
003120     EXIT.
003130*****************************************************************
003140* 3110-TEST-ONE-SENT - COMPARE THE CURRENT SENT ENTRY'S KEY TO
003150* THE ACK BEING MATCHED.
003160*****************************************************************
003170 3110-TEST-ONE-SENT.
003180     IF ST-EMPLOYEE-ID (WS-SENT-INDEX) = HA-EMPLOYEE-ID
003190             AND ST-LOG-DATE (WS-SENT-INDEX) = HA-LOG-DATE
003200         SET WS-MATCH-FOUND TO TRUE
003210     END-IF.
003220 3110-EXIT.
003230     EXIT.
003240*****************************************************************
003250* 4000-SETTLE-AND-RESEND - WALK THE SENT TABLE, COUNT HOW EACH
003260* ENTRY SETTLED, REPORT THE REJECTED AND UNACKNOWLEDGED ONES,
003270* AND QUEUE THEM ON THE RESEND FILE FOR THE NEXT HRXTRACT RUN.
003280*****************************************************************
003290 4000-SETTLE-AND-RESEND.
003300     PERFORM 4100-SETTLE-ONE-ENTRY THRU 4100-EXIT
003310         VARYING WS-SENT-INDEX FROM 1 BY 1
003320         UNTIL WS-SENT-INDEX > WS-SENT-COUNT.
003330 4000-EXIT.
003340     EXIT.
003350*****************************************************************
003360* 4100-SETTLE-ONE-ENTRY - COUNT ONE SENT ENTRY'S OUTCOME AND,
003370* WHEN HR REJECTED IT OR NEVER ANSWERED, PRINT THE DETAIL LINE
003380* AND WRITE THE RECORD TO THE RESEND FILE.
003390*****************************************************************
003400 4100-SETTLE-ONE-ENTRY.
003410     IF ST-ACCEPTED (WS-SENT-INDEX)
003420         ADD 1 TO WS-ACCEPTED-COUNT
003430         GO TO 4100-EXIT
003440     END-IF.
003450     IF ST-REJECTED (WS-SENT-INDEX)
003460         ADD 1 TO WS-REJECTED-COUNT
003470         MOVE SPACES TO PRINT-RECORD
003480         STRING "REJECTED:      " DELIMITED BY SIZE
003490                 ST-EMPLOYEE-ID (WS-SENT-INDEX)
003500                     DELIMITED BY SIZE
003510                 " " DELIMITED BY SIZE
003520                 ST-LOG-DATE (WS-SENT-INDEX) DELIMITED BY SIZE
003530                 " REASON " DELIMITED BY SIZE
003540                 ST-REASON-CODE (WS-SENT-INDEX)
003550                     DELIMITED BY SIZE
003560             INTO PRINT-RECORD
003570     ELSE
003580         ADD 1 TO WS-UNACK-COUNT
003590         MOVE SPACES TO PRINT-RECORD
003600         STRING "UNACKNOWLEDGED:" DELIMITED BY SIZE
003610                 ST-EMPLOYEE-ID (WS-SENT-INDEX)
003620                     DELIMITED BY SIZE
003630                 " " DELIMITED BY SIZE
003640                 ST-LOG-DATE (WS-SENT-INDEX) DELIMITED BY SIZE
003650             INTO PRINT-RECORD
003660     END-IF.
003670     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003680     WRITE RESEND-RECORD FROM ST-RECORD-IMAGE (WS-SENT-INDEX).
003690     IF WS-RESEND-STATUS NOT = "00"
003700         DISPLAY "UNABLE TO WRITE RESEND RECORD - STATUS "
003710             WS-RESEND-STATUS
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     ADD 1 TO WS-OUTSTANDING-COUNT.
003760 4100-EXIT.
003770     EXIT.
003780*****************************************************************
003790* 8000-CONTROL-REPORT - PRINT THE RECONCILIATION TOTALS AND SET
003800* RETURN CODE 4 WHEN ANYTHING IS STILL OUTSTANDING OR THE ACK
003810* FILE DID NOT LINE UP WITH THE FEED.
003820*****************************************************************
003830 8000-CONTROL-REPORT.
003840     MOVE SPACES TO PRINT-RECORD.
003850     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003860     MOVE "---- RECONCILIATION TOTALS ----" TO PRINT-RECORD.
003870     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003880     MOVE "RECORDS SENT:            " TO WS-CONTROL-LABEL.
003890     MOVE WS-SENT-COUNT TO WS-COUNT-EDIT.
003900     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
003910     MOVE "ACKS RECEIVED:           " TO WS-CONTROL-LABEL.
003920     MOVE WS-ACK-READ-COUNT TO WS-COUNT-EDIT.
003930     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
003940     MOVE "ACCEPTED:                " TO WS-CONTROL-LABEL.
003950     MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT.
003960     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
003970     MOVE "REJECTED:                " TO WS-CONTROL-LABEL.
003980     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
003990     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004000     MOVE "UNACKNOWLEDGED:          " TO WS-CONTROL-LABEL.
004010     MOVE WS-UNACK-COUNT TO WS-COUNT-EDIT.
004020     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004030     MOVE "UNMATCHED/BAD ACKS:      " TO WS-CONTROL-LABEL.
004040     MOVE WS-UNMATCHED-ACK-COUNT TO WS-COUNT-EDIT.
004050     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004060     MOVE "QUEUED FOR RESEND:       " TO WS-CONTROL-LABEL.
004070     MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-EDIT.
004080     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
004090     IF WS-OUTSTANDING-COUNT > ZERO
004100             OR WS-UNMATCHED-ACK-COUNT > ZERO
004110         MOVE "*** OUTSTANDING RECORDS - SEE DETAIL ABOVE ***"
004120             TO PRINT-RECORD
004130         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
004140         DISPLAY "*** OUTSTANDING RECORDS ON THE HR FEED ***"
004150         MOVE 4 TO RETURN-CODE
004160     ELSE
004170         MOVE "ALL SENT RECORDS ACCEPTED." TO PRINT-RECORD
004180         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
004190         DISPLAY "ALL SENT RECORDS ACCEPTED."
004200     END-IF.
004210 8000-EXIT.
004220     EXIT.
004230*****************************************************************
004240* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
004250* STATUS.
004260*****************************************************************
004270 8100-PRINT-ONE-LINE.
004280     WRITE PRINT-RECORD.
004290     IF WS-PRINT-STATUS NOT = "00"
004300         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
004310             WS-PRINT-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350 8100-EXIT.
004360     EXIT.
004370*****************************************************************
004380* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
004390* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
004400*****************************************************************
004410 8200-PRINT-CONTROL-LINE.
004420     MOVE SPACES TO PRINT-RECORD.
004430     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
004440             WS-COUNT-EDIT DELIMITED BY SIZE
004450         INTO PRINT-RECORD.
004460     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004470 8200-EXIT.
004480     EXIT.
004490*****************************************************************
004500* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
004510*****************************************************************
004520 9000-TERMINATE.
004530     CLOSE SENT-FILE.
004540     CLOSE ACK-FILE.
004550     CLOSE RESEND-FILE.
004560     CLOSE PRINT-FILE.
004570     DISPLAY "RECORDS SENT:       " WS-SENT-COUNT.
004580     DISPLAY "ACCEPTED:           " WS-ACCEPTED-COUNT.
004590     DISPLAY "REJECTED:           " WS-REJECTED-COUNT.
004600     DISPLAY "UNACKNOWLEDGED:     " WS-UNACK-COUNT.
004610     DISPLAY "QUEUED FOR RESEND:  " WS-OUTSTANDING-COUNT.
004620     IF WS-BUSINESS-DATE = ZERO
004630         IF WS-SENT-HIGH-DATE IS NUMERIC
004640             MOVE WS-SENT-HIGH-DATE TO WS-BUSINESS-DATE
004650         ELSE
004660             ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
004670         END-IF
004680     END-IF.
004690     DISPLAY "BUSINESS DATE:      " WS-BUSINESS-DATE.
004700     PERFORM 9600-WRITE-CONTROL-COUNTS THRU 9600-EXIT.
004710     MOVE "E" TO WS-RH-ENTRY-TYPE.
004720     MOVE WS-SENT-COUNT TO WS-RH-READ.
004730     MOVE WS-OUTSTANDING-COUNT TO WS-RH-WRITTEN.
004740     MOVE WS-REJECTED-COUNT TO WS-RH-REJECTED.
004750     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
004760 9000-EXIT.
004770     EXIT.
004780*****************************************************************
004790* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
004800* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
004810* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
004820* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
004830* POINT.
004840*****************************************************************
004850 9500-WRITE-RUN-HISTORY.
004860     OPEN EXTEND RUN-HISTORY-FILE.
004870     IF WS-RUNHIST-STATUS NOT = "00" AND
004880             WS-RUNHIST-STATUS NOT = "05"
004890         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
004900             WS-RUNHIST-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940     MOVE "HRRECON" TO RH-PROGRAM-NAME.
004950     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
004960     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
004970     ACCEPT WS-RH-TIME FROM TIME.
004980     MOVE WS-RH-DATE TO RH-RUN-DATE.
004990     MOVE WS-RH-TIME TO RH-RUN-TIME.
005000     MOVE WS-RH-READ TO RH-RECORDS-READ.
005010     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
005020     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
005030     MOVE RETURN-CODE TO RH-RETURN-CODE.
005040     WRITE RUN-HISTORY-RECORD.
005050     IF WS-RUNHIST-STATUS NOT = "00"
005060         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
005070             WS-RUNHIST-STATUS
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF.
005110     CLOSE RUN-HISTORY-FILE.
005120 9500-EXIT.
005130     EXIT.
005140*****************************************************************
005150* 9600-WRITE-CONTROL-COUNTS - APPEND THE RECONCILIATION COUNTS
005160* FOR THE NITEBAL BALANCING SHEET - WHAT HRSENT SAYS WENT, AND
005170* HOW MUCH OF IT HR ACKNOWLEDGED EITHER WAY.
005180*****************************************************************
005190 9600-WRITE-CONTROL-COUNTS.
005200     OPEN EXTEND CONTROL-COUNT-FILE.
005210     IF WS-CTLCNTS-STATUS NOT = "00" AND
005220             WS-CTLCNTS-STATUS NOT = "05"
005230         DISPLAY "UNABLE TO OPEN CONTROL COUNTS - STATUS "
005240             WS-CTLCNTS-STATUS
005250         MOVE 16 TO RETURN-CODE
005260         STOP RUN
005270     END-IF.
005280     MOVE "SENTREAD" TO WS-CC-COUNT-NAME.
005290     MOVE WS-SENT-COUNT TO WS-CC-COUNT-VALUE.
005300     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
005310     MOVE "ACCEPTED" TO WS-CC-COUNT-NAME.
005320     MOVE WS-ACCEPTED-COUNT TO WS-CC-COUNT-VALUE.
005330     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
005340     MOVE "REJECTED" TO WS-CC-COUNT-NAME.
005350     MOVE WS-REJECTED-COUNT TO WS-CC-COUNT-VALUE.
005360     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
005370     CLOSE CONTROL-COUNT-FILE.
005380 9600-EXIT.
005390     EXIT.
005400*****************************************************************
005410* 9610-WRITE-ONE-COUNT - WRITE ONE NAMED COUNT FROM
005420* WS-CC-COUNT-NAME AND WS-CC-COUNT-VALUE.
005430*****************************************************************
005440 9610-WRITE-ONE-COUNT.
005450     MOVE "HRRECON" TO CC-PROGRAM-NAME.
005460     MOVE WS-BUSINESS-DATE TO CC-BUSINESS-DATE.
005470     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
005480     ACCEPT WS-RH-TIME FROM TIME.
005490     MOVE WS-RH-DATE TO CC-RUN-DATE.
005500     MOVE WS-RH-TIME TO CC-RUN-TIME.
005510     MOVE WS-CC-COUNT-NAME TO CC-COUNT-NAME.
005520     MOVE WS-CC-COUNT-VALUE TO CC-COUNT-VALUE.
005530     WRITE CONTROL-COUNT-RECORD.
005540     IF WS-CTLCNTS-STATUS NOT = "00"
005550         DISPLAY "UNABLE TO WRITE CONTROL COUNTS - STATUS "
005560             WS-CTLCNTS-STATUS
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600 9610-EXIT.
005610     EXIT.
