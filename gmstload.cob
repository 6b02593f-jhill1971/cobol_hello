000210*                   APPLY.  THE ALTERNATE KEY IS NOT DECLARED
000220*                   HERE - IT DOES NOT EXIST UNTIL BLDINDEX
000230*                   RUNS IN THE FOLLOWING STEP.
000240*   2026-09-02  JH  CARRY THE NEW SITE CODE FROM THE JOURNAL TO
000250*                   THE MASTER, THE SAME AS THE DAILY RUNS.
000260*   2026-10-15  JH  LOAD ONLY WHAT GRTCORR'S CORRECTIONS LEAVE
000270*                   STANDING, SO A RELOAD DOES NOT BRING BACK A
000280*                   VOIDED GREETING OR THE OLD DATE OF A MOVED
000290*                   ONE.  A FIRST PASS OF THE JOURNAL FILES EACH
000300*                   REVERSAL IMAGE BY EMPLOYEE, DATE, AND
000310*                   POSITION; THE LOAD PASS SKIPS THE REVERSALS
000320*                   AND ANY EARLIER RECORD THEY CANCEL, AND LOADS
000330*                   A REPLACEMENT IMAGE LIKE ANY OTHER RECORD.
000340*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6
000350*                   ASCEND AGAIN.
000351*   2026-10-15  JH  A REPLACEMENT IMAGE CARRIES GRTCORR'S
000352*                   CORRECTION AUDIT IN PLACE OF THE GREETING
000353*                   TEXT, SO THE TEXT LOADED FOR IT IS NOW
000354*                   RESTORED FROM THE ENTRY ITS REVERSAL CANCELLED
000355*                   - A REBUILT MASTER SHOWS THE GREETING THE
000356*                   EMPLOYEE WAS GIVEN, NOT THE AUDIT.  THE
000357*                   CORRECTED-AWAY COUNT NOW COUNTS ONLY THE
000358*                   CANCELLED ENTRIES, NOT THE REVERSAL IMAGES.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT GREETING-LOG-FILE ASSIGN TO "GREETLOG"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-LOG-STATUS.
000430     SELECT GREETING-MASTER-FILE ASSIGN TO "GREETMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS GM-MASTER-KEY
000470         FILE STATUS IS WS-MASTER-STATUS.
000480     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RUNHIST-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  GREETING-LOG-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY GREETREC.
000560 FD  GREETING-MASTER-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY GREETMST.
000590 FD  RUN-HISTORY-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY RUNHREC.
000620 WORKING-STORAGE SECTION.
000630*****************************************************************
000640* SWITCHES AND COUNTERS.
000650*****************************************************************
000660 77  WS-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
000670     88  WS-LOG-EOF                  VALUE "Y".
000680 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
000690 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
000700 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
000710 77  WS-RECORDS-LOADED           PIC 9(09) COMP VALUE ZERO.
000720 77  WS-DUPLICATE-COUNT          PIC 9(09) COMP VALUE ZERO.
000730 77  WS-PREPASS-READ             PIC 9(09) COMP VALUE ZERO.
000740 77  WS-CANCELLED-COUNT          PIC 9(09) COMP VALUE ZERO.
000750 77  WS-REVERSAL-COUNT           PIC 9(05) COMP VALUE ZERO.
000760 77  WS-MAX-REVERSALS            PIC 9(05) COMP VALUE 1000.
000765 77  WS-RESTORE-GREETING         PIC X(60) VALUE SPACES.
000770 77  WS-REVERSAL-INDEX           PIC 9(05) COMP VALUE ZERO.
000780 77  WS-REVERSAL-FOUND-SWITCH    PIC X(01) VALUE "N".
000790     88  WS-REVERSAL-FOUND           VALUE "Y".
000800 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
000810 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
000820 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
000830 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
000840 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
000850 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
000860 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
000870*****************************************************************
000880* GRTCORR REVERSALS ON THE JOURNAL - THE EMPLOYEE AND DATE, AND
000890* THE JOURNAL POSITION OF THE LAST REVERSAL FOR THAT PAIR.  A
000900* RECORD FOR THE SAME PAIR READ BEFORE THAT POSITION IS
000910* CANCELLED.
000912* THE LOAD PASS ALSO KEEPS THE GREETING TEXT OF THE LAST
000914* CANCELLED ENTRY FOR THE PAIR, TO RESTORE ON THE REPLACEMENT
000916* IMAGE THAT FOLLOWS THE REVERSAL.
000920*****************************************************************
000930 01  REVERSAL-TABLE.
000940     05  REVERSAL-ENTRY OCCURS 1000 TIMES.
000950         10  RT-EMPLOYEE-ID          PIC X(10).
000960         10  RT-LOG-DATE             PIC X(08).
000970         10  RT-POSITION             PIC 9(09) COMP.
000975        10  RT-GREETING             PIC X(60).
000980 PROCEDURE DIVISION.
000990*****************************************************************
001000* 0000-MAINLINE - TOP LEVEL CONTROL.
001010*****************************************************************
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
001050         UNTIL WS-LOG-EOF.
001060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001070     STOP RUN.
001080 0000-EXIT.
001090     EXIT.
001100*****************************************************************
001110* 1000-INITIALIZE - FILE THE JOURNAL'S CORRECTION REVERSALS, THEN
001120* OPEN THE JOURNAL AND THE EMPTY MASTER.
001130*****************************************************************
001140 1000-INITIALIZE.
001150     DISPLAY "=================================================".
001160     DISPLAY " GREETING MASTER INITIAL LOAD".
001170     DISPLAY "=================================================".
001180     MOVE "S" TO WS-RH-ENTRY-TYPE.
001190     MOVE ZERO TO WS-RH-READ.
001200     MOVE ZERO TO WS-RH-WRITTEN.
001210     MOVE ZERO TO WS-RH-REJECTED.
001220     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001230     INITIALIZE REVERSAL-TABLE.
001240     PERFORM 1200-LOAD-REVERSALS THRU 1200-EXIT.
001250     OPEN INPUT GREETING-LOG-FILE.
001260     IF WS-LOG-STATUS NOT = "00"
001270         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
001280             WS-LOG-STATUS
001290         MOVE 16 TO RETURN-CODE
001300         STOP RUN
001310     END-IF.
001320     OPEN OUTPUT GREETING-MASTER-FILE.
001330     IF WS-MASTER-STATUS NOT = "00"
001340         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
001350             WS-MASTER-STATUS
001360         MOVE 16 TO RETURN-CODE
001370         STOP RUN
001380     END-IF.
001390 1000-EXIT.
001400     EXIT.
001410*****************************************************************
001420* 1200-LOAD-REVERSALS - READ THE WHOLE JOURNAL ONCE AHEAD OF THE
001430* LOAD PASS AND FILE EVERY REVERSAL IMAGE.  THE JOURNAL IS
001440* CLOSED AGAIN SO 1000 CAN REOPEN IT AT THE TOP.
001450*****************************************************************
001460 1200-LOAD-REVERSALS.
001470     OPEN INPUT GREETING-LOG-FILE.
001480     IF WS-LOG-STATUS NOT = "00"
001490         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
001500             WS-LOG-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540     PERFORM 1210-FILE-ONE-REVERSAL THRU 1210-EXIT
001550         UNTIL WS-LOG-EOF.
001560     CLOSE GREETING-LOG-FILE.
001570     MOVE "N" TO WS-LOG-EOF-SWITCH.
001580 1200-EXIT.
001590     EXIT.
001600*****************************************************************
001610* 1210-FILE-ONE-REVERSAL - READ ONE JOURNAL RECORD AND, IF IT IS
001620* A REVERSAL, RECORD ITS POSITION AGAINST THE EMPLOYEE AND DATE
001630* - A LATER REVERSAL OVERWRITES AN EARLIER ONE.
001640*****************************************************************
001650 1210-FILE-ONE-REVERSAL.
001660     READ GREETING-LOG-FILE
001670         AT END
001680             SET WS-LOG-EOF TO TRUE
001690             GO TO 1210-EXIT
001700     END-READ.
001710     ADD 1 TO WS-PREPASS-READ.
001720     IF NOT GR-REVERSAL-ENTRY
001730         GO TO 1210-EXIT
001740     END-IF.
001750     PERFORM 1220-FIND-REVERSAL THRU 1220-EXIT.
001760     IF NOT WS-REVERSAL-FOUND
001770         IF WS-REVERSAL-COUNT >= WS-MAX-REVERSALS
001780             DISPLAY "REVERSALS EXCEED TABLE OF " WS-MAX-REVERSALS
001790                 " - ENLARGE REVERSAL-TABLE"
001800             MOVE 16 TO RETURN-CODE
001810             STOP RUN
001820         END-IF
001830         ADD 1 TO WS-REVERSAL-COUNT
001840         MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-INDEX
001850         MOVE GR-EMPLOYEE-ID TO RT-EMPLOYEE-ID (WS-REVERSAL-INDEX)
001860         MOVE GR-LOG-DATE TO RT-LOG-DATE (WS-REVERSAL-INDEX)
001870     END-IF.
001880     MOVE WS-PREPASS-READ TO RT-POSITION (WS-REVERSAL-INDEX).
001890 1210-EXIT.
001900     EXIT.
001910*****************************************************************
001920* 1220-FIND-REVERSAL - SEARCH THE REVERSAL TABLE FOR THE CURRENT
001930* RECORD'S EMPLOYEE AND DATE, LEAVING WS-REVERSAL-INDEX ON THE
001940* HIT.
001950*****************************************************************
001960 1220-FIND-REVERSAL.
001970     MOVE "N" TO WS-REVERSAL-FOUND-SWITCH.
001980     PERFORM 1230-TEST-ONE-REVERSAL THRU 1230-EXIT
001990         VARYING WS-REVERSAL-INDEX FROM 1 BY 1
002000         UNTIL WS-REVERSAL-INDEX > WS-REVERSAL-COUNT
002010             OR WS-REVERSAL-FOUND.
002020     IF WS-REVERSAL-FOUND
002030         SUBTRACT 1 FROM WS-REVERSAL-INDEX
002040     END-IF.
002050 1220-EXIT.
002060     EXIT.
002070*****************************************************************
002080* 1230-TEST-ONE-REVERSAL - COMPARE ONE TABLE ENTRY.
002090*****************************************************************
002100 1230-TEST-ONE-REVERSAL.
002110     IF RT-EMPLOYEE-ID (WS-REVERSAL-INDEX) = GR-EMPLOYEE-ID
002120             AND RT-LOG-DATE (WS-REVERSAL-INDEX) = GR-LOG-DATE
002130         SET WS-REVERSAL-FOUND TO TRUE
002140     END-IF.
002150 1230-EXIT.
002160     EXIT.
002170*****************************************************************
002180* 2000-LOAD-ONE-RECORD - READ ONE JOURNAL RECORD AND, UNLESS A
002190* GRTCORR REVERSAL CANCELS IT, ADD IT TO THE MASTER.
002191* GRTCORR WRITES A CHANGE'S REVERSAL AND REPLACEMENT IMAGES BACK
002192* TO BACK, SO THE REVERSAL PICKS UP THE GREETING TEXT OF THE ENTRY
002193* IT CANCELS AND THE REPLACEMENT TAKES THAT TEXT IN PLACE OF THE
002194* CORRECTION AUDIT IT CARRIES.  A CANCELLED ENTRY LEAVES ITS TEXT
002195* - RESTORED ALREADY IF IT WAS ITSELF A REPLACEMENT - ON THE
002196* REVERSAL TABLE FOR THE REVERSAL STILL TO COME.  THE REVERSAL
002197* IMAGES THEMSELVES ARE SKIPPED WITHOUT BEING COUNTED.
002200*****************************************************************
002210 2000-LOAD-ONE-RECORD.
002220     READ GREETING-LOG-FILE
002230         AT END
002240             SET WS-LOG-EOF TO TRUE
002250             GO TO 2000-EXIT
002260     END-READ.
002270     ADD 1 TO WS-RECORDS-READ.
002280     IF GR-REVERSAL-ENTRY
002282         PERFORM 1220-FIND-REVERSAL THRU 1220-EXIT
002284         MOVE SPACES TO WS-RESTORE-GREETING
002286         IF WS-REVERSAL-FOUND
002288             MOVE RT-GREETING (WS-REVERSAL-INDEX)
002290                 TO WS-RESTORE-GREETING
002292         END-IF
002300         GO TO 2000-EXIT
002310     END-IF.
002312     IF GR-REPLACEMENT-ENTRY
002314         MOVE WS-RESTORE-GREETING TO GR-GREETING
002316     END-IF.
002320     PERFORM 1220-FIND-REVERSAL THRU 1220-EXIT.
002330     IF WS-REVERSAL-FOUND
002340         IF WS-RECORDS-READ < RT-POSITION (WS-REVERSAL-INDEX)
002345             MOVE GR-GREETING TO RT-GREETING (WS-REVERSAL-INDEX)
002350             ADD 1 TO WS-CANCELLED-COUNT
002360             GO TO 2000-EXIT
002370         END-IF
002380     END-IF.
002390     PERFORM 2100-WRITE-ONE-MASTER THRU 2100-EXIT.
002400 2000-EXIT.
002410     EXIT.
002420*****************************************************************
002430* 2100-WRITE-ONE-MASTER - ADD THE JOURNAL RECORD TO THE MASTER.
002440* STATUS 22 MEANS THIS EMPLOYEE AND DAY IS ALREADY LOADED - THE
002450* JOURNAL IS CHRONOLOGICAL, SO THE FIRST RECORD WON AND THE
002460* REPEAT IS COUNTED AND SKIPPED, THE SAME RULE THE DAILY RUNS
002470* APPLY AT THE DESK.
002480*****************************************************************
002490 2100-WRITE-ONE-MASTER.
002500     MOVE GR-EMPLOYEE-ID TO GM-EMPLOYEE-ID.
002510     MOVE GR-LOG-DATE TO GM-LOG-DATE.
002520     MOVE GR-LOG-TIME TO GM-LOG-TIME.
002530     MOVE GR-USER-NAME TO GM-USER-NAME.
002540     MOVE GR-GREETING TO GM-GREETING.
002550     MOVE GR-DEPARTMENT TO GM-DEPARTMENT.
002560     MOVE GR-SHIFT TO GM-SHIFT.
002570     MOVE GR-SITE-CODE TO GM-SITE-CODE.
002580     WRITE GREETING-MASTER-RECORD.
002590     IF WS-MASTER-STATUS = "00"
002600         ADD 1 TO WS-RECORDS-LOADED
002610     ELSE
002620         IF WS-MASTER-STATUS = "22"
002630             ADD 1 TO WS-DUPLICATE-COUNT
002640         ELSE
002650             DISPLAY "UNABLE TO WRITE MASTER - STATUS "
002660                 WS-MASTER-STATUS
002670             MOVE 16 TO RETURN-CODE
002680             STOP RUN
002690         END-IF
002700     END-IF.
002710 2100-EXIT.
002720     EXIT.
002730*****************************************************************
002740* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
002750*****************************************************************
002760 9000-TERMINATE.
002770     CLOSE GREETING-LOG-FILE.
002780     CLOSE GREETING-MASTER-FILE.
002790     DISPLAY "JOURNAL RECORDS READ: " WS-RECORDS-READ.
002800     DISPLAY "MASTER RECORDS LOADED: " WS-RECORDS-LOADED.
002810     DISPLAY "DUPLICATES SKIPPED:   " WS-DUPLICATE-COUNT.
002820     DISPLAY "CORRECTED AWAY:       " WS-CANCELLED-COUNT.
002830     MOVE "E" TO WS-RH-ENTRY-TYPE.
002840     MOVE WS-RECORDS-READ TO WS-RH-READ.
002850     MOVE WS-RECORDS-LOADED TO WS-RH-WRITTEN.
002860     MOVE WS-DUPLICATE-COUNT TO WS-RH-REJECTED.
002870     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
002880 9000-EXIT.
002890     EXIT.
002900*****************************************************************
002910* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO
002920* THE SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND
002930* EACH WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN
002940* LATER ABENDS.
002950*****************************************************************
002960 9500-WRITE-RUN-HISTORY.
002970     OPEN EXTEND RUN-HISTORY-FILE.
002980     IF WS-RUNHIST-STATUS NOT = "00" AND
002990             WS-RUNHIST-STATUS NOT = "05"
003000         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
003010             WS-RUNHIST-STATUS
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     MOVE "GMSTLOAD" TO RH-PROGRAM-NAME.
003060     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
003070     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
003080     ACCEPT WS-RH-TIME FROM TIME.
003090     MOVE WS-RH-DATE TO RH-RUN-DATE.
003100     MOVE WS-RH-TIME TO RH-RUN-TIME.
003110     MOVE WS-RH-READ TO RH-RECORDS-READ.
003120     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
003130     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
003140     MOVE RETURN-CODE TO RH-RETURN-CODE.
003150     WRITE RUN-HISTORY-RECORD.
003160     IF WS-RUNHIST-STATUS NOT = "00"
003170         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
003180             WS-RUNHIST-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     CLOSE RUN-HISTORY-FILE.
003230 9500-EXIT.
003240     EXIT.
