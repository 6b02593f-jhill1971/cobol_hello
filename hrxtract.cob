000200*                   FILTER THE EXTRACT TO RECORDS LOGGED ON THE
000210*                   CURRENT DATE SO A RERUN DOES NOT RESEND THE
000220*                   WHOLE HISTORY TO THE HR SYSTEM EVERY MORNING.
000230*   2026-08-22  JH  WRITE EVERY EXTRACTED GREETING TO THE
000240*                   HRSENT FILE (GREETREC IMAGE) AS WELL, SO
000250*                   HRRECON CAN MATCH HR'S NIGHTLY
000260*                   ACKNOWLEDGMENTS AGAINST EXACTLY WHAT WAS
000270*                   SENT, AND PICK UP THE HRRESEND FILE HRRECON
000280*                   WRITES - RESENDS GO OUT AT THE TOP OF THE
000290*                   FEED BEFORE TODAY'S RECORDS.
000300*   2026-08-22  JH  APPEND START AND END RECORDS TO THE SHARED
000310*                   RUNHIST AUDIT DATASET (LAYOUT IN RUNHREC)
000320*                   WITH RECORD COUNTS AND FINAL RETURN CODE.
000330*   2026-08-22  JH  RESET HRRESEND TO EMPTY AFTER CONSUMING IT,
000340*                   THE SAME WAY HELLOBAT RESETS ITS CHECKPOINT
000350*                   FILE - OTHERWISE A SKIPPED HRRECON NIGHT OR
000360*                   A RERUN OF THIS EXTRACT WOULD SEND THE SAME
000370*                   ROWS TO HR AGAIN AND DOUBLE THEM ON HRSENT.
000380*   2026-08-22  JH  EXTRACT FROM THE KEYED GREETING MASTER
000390*                   (GREETMST) THROUGH ITS LOG-DATE ALTERNATE
000400*                   KEY INSTEAD OF SCANNING THE WHOLE SEQUENTIAL
000410*                   JOURNAL - THE RUN NOW STARTS AT TODAY'S DATE
000420*                   AND STOPS AS SOON AS THE DATE CHANGES, SO
000430*                   THE PRIOR-DAY SKIP COUNT IS GONE.
000440*   2026-09-02  JH  CARRY THE NEW SITE CODE - APPENDED TO THE
000450*                   DELIMITED EXTRACT AS A TRAILING FIELD AND
000460*                   CARRIED ON THE HRSENT IMAGE.  RESEND BUFFER
000470*                   WIDENED 157 TO 160 TO MATCH GREETREC.
000480*   2026-09-02  JH  ACCEPT A BUSINESS DATE AS PARM=YYYYMMDD SO
000490*                   A CATCH-UP RUN OF A MISSED NIGHT EXTRACTS
000500*                   THE DAY IT BELONGS TO - THE DATE FILTER AND
000510*                   THE ALTERNATE-KEY START USE THE PARM DATE
000520*                   IN PLACE OF TODAY.  NO PARM MEANS TODAY, AS
000530*                   BEFORE.
000540*   2026-10-15  JH  APPEND THE DAY'S RECORDS SENT AND THE RESENDS
000550*                   TO THE SHARED CONTROL-COUNT DATASET (CTLCNTS,
000560*                   LAYOUT IN CTLCREC) UNDER THE BUSINESS DATE
000570*                   EXTRACTED, FOR THE NITEBAL BALANCING SHEET.
000580*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6 ASCEND
000590*                   AGAIN.
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT GREETING-MASTER-FILE ASSIGN TO "GREETMST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS GM-MASTER-KEY
000680         ALTERNATE RECORD KEY IS GM-LOG-DATE WITH DUPLICATES
000690         FILE STATUS IS WS-LOG-STATUS.
000700     SELECT HR-EXTRACT-FILE ASSIGN TO "HREXTRCT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-EXTRACT-STATUS.
000730     SELECT SENT-FILE ASSIGN TO "HRSENT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-SENT-STATUS.
000760     SELECT OPTIONAL RESEND-FILE ASSIGN TO "HRRESEND"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RESEND-STATUS.
000790     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-RUNHIST-STATUS.
000820     SELECT OPTIONAL CONTROL-COUNT-FILE ASSIGN TO "CTLCNTS"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-CTLCNTS-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  GREETING-MASTER-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY GREETMST.
000900 FD  HR-EXTRACT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  HR-EXTRACT-RECORD               PIC X(132).
000930 FD  SENT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY GREETREC.
000960 FD  RESEND-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  RESEND-RECORD                   PIC X(160).
000990 FD  RUN-HISTORY-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY RUNHREC.
001020 FD  CONTROL-COUNT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY CTLCREC.
001050 WORKING-STORAGE SECTION.
001060*****************************************************************
001070* SWITCHES AND COUNTERS.
001080*****************************************************************
001090 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001100     88  WS-EOF                      VALUE "Y".
001110 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
001120 77  WS-EXTRACT-STATUS           PIC X(02) VALUE "00".
001130 77  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
001140 77  WS-SENT-STATUS              PIC X(02) VALUE "00".
001150 77  WS-RESEND-STATUS            PIC X(02) VALUE "00".
001160 77  WS-RESEND-EOF-SWITCH        PIC X(01) VALUE "N".
001170     88  WS-RESEND-EOF               VALUE "Y".
001180 77  WS-RESEND-COUNT             PIC 9(07) COMP VALUE ZERO.
001190 77  WS-MASTER-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001200 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001210 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001220 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001230 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001240 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001250 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001260 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001270 77  WS-CTLCNTS-STATUS           PIC X(02) VALUE "00".
001280 77  WS-CC-COUNT-NAME            PIC X(08) VALUE SPACES.
001290 77  WS-CC-COUNT-VALUE           PIC 9(09) COMP VALUE ZERO.
001300 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001310 77  WS-PARM-VALUE               PIC X(08) VALUE SPACES.
001320 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
001330 77  WS-FIELD-DELIMITER          PIC X(01) VALUE ",".
001340 LINKAGE SECTION.
001350 01  LK-PARM-AREA.
001360     05  LK-PARM-LEN                 PIC S9(04) COMP.
001370     05  LK-PARM-TEXT                PIC X(20).
001380 PROCEDURE DIVISION USING LK-PARM-AREA.
001390*****************************************************************
001400* 0000-MAINLINE - TOP LEVEL CONTROL.
001410*****************************************************************
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     PERFORM 1500-PROCESS-RESENDS THRU 1500-EXIT.
001450     PERFORM 2000-EXTRACT-LOG THRU 2000-EXIT
001460         UNTIL WS-EOF.
001470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001480     STOP RUN.
001490 0000-EXIT.
001500     EXIT.
001510*****************************************************************
001520* 1000-INITIALIZE - OPEN THE LOG FOR INPUT AND THE EXTRACT FILE
001530* FOR OUTPUT.
001540*****************************************************************
001550 1000-INITIALIZE.
001560     DISPLAY "=================================================".
001570     DISPLAY " HR ONBOARDING EXTRACT".
001580     DISPLAY "=================================================".
001590     MOVE "S" TO WS-RH-ENTRY-TYPE.
001600     MOVE ZERO TO WS-RH-READ.
001610     MOVE ZERO TO WS-RH-WRITTEN.
001620     MOVE ZERO TO WS-RH-REJECTED.
001630     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001640     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001650*    A YYYYMMDD PARM IS THE BUSINESS DATE TO EXTRACT, FOR A
001660*    CATCH-UP RUN OF A MISSED NIGHT.  NO PARM MEANS TODAY.
001670     MOVE SPACES TO WS-PARM-VALUE.
001680     IF LK-PARM-LEN > ZERO
001690         MOVE LK-PARM-LEN TO WS-PARM-LEN
001700         IF WS-PARM-LEN > 8
001710             MOVE 8 TO WS-PARM-LEN
001720         END-IF
001730         MOVE LK-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
001740     END-IF.
001750     IF WS-PARM-VALUE NOT = SPACES
001760         IF WS-PARM-VALUE IS NUMERIC
001770             MOVE WS-PARM-VALUE TO WS-TODAY
001780             DISPLAY "EXTRACTING BUSINESS DATE " WS-TODAY
001790         ELSE
001800             DISPLAY "PARM MUST BE A YYYYMMDD BUSINESS DATE - "
001810                 "GOT " WS-PARM-VALUE
001820             MOVE 16 TO RETURN-CODE
001830             STOP RUN
001840         END-IF
001850     END-IF.
001860     OPEN INPUT GREETING-MASTER-FILE.
001870     IF WS-LOG-STATUS NOT = "00"
001880         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
001890             WS-LOG-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     MOVE WS-TODAY TO GM-LOG-DATE.
001940     START GREETING-MASTER-FILE
001950         KEY IS = GM-LOG-DATE
001960         INVALID KEY
001970             DISPLAY "NO GREETINGS LOGGED FOR " WS-TODAY
001980             SET WS-EOF TO TRUE
001990     END-START.
002000     OPEN OUTPUT HR-EXTRACT-FILE.
002010     IF WS-EXTRACT-STATUS NOT = "00"
002020         DISPLAY "UNABLE TO OPEN HR EXTRACT FILE - STATUS "
002030             WS-EXTRACT-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070     OPEN OUTPUT SENT-FILE.
002080     IF WS-SENT-STATUS NOT = "00"
002090         DISPLAY "UNABLE TO OPEN HRSENT FILE - STATUS "
002100             WS-SENT-STATUS
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140 1000-EXIT.
002150     EXIT.
002160*****************************************************************
002170* 1500-PROCESS-RESENDS - SEND THE RECORDS HRRECON QUEUED FOR
002180* RESEND (HR REJECTED OR NEVER ACKNOWLEDGED THEM) AT THE TOP OF
002190* THE FEED, BEFORE TODAY'S RECORDS.  THE FILE IS OPTIONAL - ON
002200* A NIGHT WITH NOTHING OUTSTANDING THERE IS NOTHING TO DO.
002210*****************************************************************
002220 1500-PROCESS-RESENDS.
002230     OPEN INPUT RESEND-FILE.
002240     IF WS-RESEND-STATUS = "05" OR WS-RESEND-STATUS = "35"
002250         CLOSE RESEND-FILE
002260         GO TO 1500-EXIT
002270     END-IF.
002280     IF WS-RESEND-STATUS NOT = "00"
002290         DISPLAY "UNABLE TO OPEN HRRESEND FILE - STATUS "
002300             WS-RESEND-STATUS
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     PERFORM 1510-RESEND-ONE THRU 1510-EXIT
002350         UNTIL WS-RESEND-EOF.
002360     CLOSE RESEND-FILE.
002370     PERFORM 1520-RESET-RESEND THRU 1520-EXIT.
002380 1500-EXIT.
002390     EXIT.
002400*****************************************************************
002410* 1510-RESEND-ONE - READ ONE QUEUED RECORD, REBUILD ITS EXTRACT
002420* LINE, AND LOG IT TO THE SENT FILE AGAIN SO TOMORROW'S
002430* RECONCILIATION TRACKS THE RESEND TOO.
002440*****************************************************************
002450 1510-RESEND-ONE.
002460     READ RESEND-FILE
002470         AT END
002480             SET WS-RESEND-EOF TO TRUE
002490         NOT AT END
002500             MOVE RESEND-RECORD TO GREETING-RECORD
002510             PERFORM 2100-BUILD-EXTRACT-RECORD THRU 2100-EXIT
002520             PERFORM 2500-WRITE-FEED-PAIR THRU 2500-EXIT
002530             ADD 1 TO WS-RESEND-COUNT
002540     END-READ.
002550 1510-EXIT.
002560     EXIT.
002570*****************************************************************
002580* 1520-RESET-RESEND - THE QUEUED RECORDS ARE ON THIS MORNING'S
002590* FEED NOW, SO EMPTY THE RESEND FILE - OTHERWISE A RERUN OF
002600* THIS EXTRACT, OR A NIGHT WHERE HRRECON DOES NOT RUN TO
002610* REWRITE IT, WOULD SEND THE SAME ROWS TO HR A SECOND TIME.
002620* HRRESEND IS KEPT DISP=OLD, SO THIS OPEN OUTPUT TRULY
002630* REWRITES THE DATASET FROM THE TOP.
002640*****************************************************************
002650 1520-RESET-RESEND.
002660     OPEN OUTPUT RESEND-FILE.
002670     IF WS-RESEND-STATUS NOT = "00" AND
002680             WS-RESEND-STATUS NOT = "05"
002690         DISPLAY "UNABLE TO RESET HRRESEND FILE - STATUS "
002700             WS-RESEND-STATUS
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     CLOSE RESEND-FILE.
002750 1520-EXIT.
002760     EXIT.
002770*****************************************************************
002780* 2000-EXTRACT-LOG - READ THE NEXT MASTER RECORD ALONG THE
002790* LOG-DATE ALTERNATE KEY AND WRITE IT OUT AS ONE COMMA-DELIMITED
002800* EXTRACT RECORD FOR THE HR SYSTEM, STOPPING AS SOON AS THE DATE
002810* MOVES PAST TODAY - NO EARLIER DAY IS EVEN TOUCHED.
002820*****************************************************************
002830 2000-EXTRACT-LOG.
002840     READ GREETING-MASTER-FILE NEXT RECORD
002850         AT END
002860             SET WS-EOF TO TRUE
002870         NOT AT END
002880             ADD 1 TO WS-MASTER-READ-COUNT
002890             IF GM-LOG-DATE = WS-TODAY
002900               PERFORM 2050-MOVE-MASTER-FIELDS THRU 2050-EXIT
002910               PERFORM 2100-BUILD-EXTRACT-RECORD THRU 2100-EXIT
002920               PERFORM 2500-WRITE-FEED-PAIR THRU 2500-EXIT
002930             ELSE
002940               SET WS-EOF TO TRUE
002950             END-IF
002960     END-READ.
002970 2000-EXIT.
002980     EXIT.
002990*****************************************************************
003000* 2050-MOVE-MASTER-FIELDS - LAY THE MASTER RECORD OUT IN THE
003010* GREETREC IMAGE THE EXTRACT BUILD AND THE SENT FILE BOTH WORK
003020* FROM.
003030*****************************************************************
003040 2050-MOVE-MASTER-FIELDS.
003050     MOVE GM-USER-NAME TO GR-USER-NAME.
003060     MOVE GM-GREETING TO GR-GREETING.
003070     MOVE GM-LOG-DATE TO GR-LOG-DATE.
003080     MOVE GM-LOG-TIME TO GR-LOG-TIME.
003090     MOVE GM-EMPLOYEE-ID TO GR-EMPLOYEE-ID.
003100     MOVE GM-DEPARTMENT TO GR-DEPARTMENT.
003110     MOVE GM-SHIFT TO GR-SHIFT.
003120     MOVE GM-SITE-CODE TO GR-SITE-CODE.
003130 2050-EXIT.
003140     EXIT.
003150*****************************************************************
003160* 2100-BUILD-EXTRACT-RECORD - LAY OUT ONE DELIMITED EXTRACT
003170* RECORD: EMPLOYEE ID, NAME, DEPARTMENT, SHIFT, LOG DATE AND
003180* TIME - ALL TRIMMED TO THEIR MEANINGFUL DATA BY THE RECEIVING
003190* SYSTEM'S OWN PARSER, NOT BY THIS PROGRAM.
003200*****************************************************************
003210 2100-BUILD-EXTRACT-RECORD.
003220     MOVE SPACES TO HR-EXTRACT-RECORD.
003230     STRING GR-EMPLOYEE-ID        DELIMITED BY SIZE
003240             WS-FIELD-DELIMITER   DELIMITED BY SIZE
003250             GR-USER-NAME         DELIMITED BY SIZE
003260             WS-FIELD-DELIMITER   DELIMITED BY SIZE
003270             GR-DEPARTMENT        DELIMITED BY SIZE
003280             WS-FIELD-DELIMITER   DELIMITED BY SIZE
003290             GR-SHIFT             DELIMITED BY SIZE
003300             WS-FIELD-DELIMITER   DELIMITED BY SIZE
003310             GR-LOG-DATE          DELIMITED BY SIZE
003320             WS-FIELD-DELIMITER   DELIMITED BY SIZE
003330             GR-LOG-TIME          DELIMITED BY SIZE
003340             WS-FIELD-DELIMITER   DELIMITED BY SIZE
003350             GR-SITE-CODE         DELIMITED BY SIZE
003360         INTO HR-EXTRACT-RECORD.
003370 2100-EXIT.
003380     EXIT.
003390*****************************************************************
003400* 2500-WRITE-FEED-PAIR - WRITE THE EXTRACT LINE JUST BUILT AND
003410* ITS GREETREC IMAGE TO THE SENT FILE, SO THE FEED AND THE
003420* RECONCILIATION TRAIL CANNOT DRIFT APART.
003430*****************************************************************
003440 2500-WRITE-FEED-PAIR.
003450     WRITE HR-EXTRACT-RECORD.
003460     IF WS-EXTRACT-STATUS NOT = "00"
003470         DISPLAY "UNABLE TO WRITE EXTRACT RECORD - STAT"
003480             WS-EXTRACT-STATUS
003490         MOVE 16 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520     WRITE GREETING-RECORD.
003530     IF WS-SENT-STATUS NOT = "00"
003540         DISPLAY "UNABLE TO WRITE HRSENT RECORD - STATUS "
003550             WS-SENT-STATUS
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003590     ADD 1 TO WS-EXTRACT-COUNT.
003600 2500-EXIT.
003610     EXIT.
003620*****************************************************************
003630* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNT SENT,
003640* SPLIT INTO THE BUSINESS DATE'S RECORDS AND THE RESENDS ON
003650* CTLCNTS.
003660*****************************************************************
003670 9000-TERMINATE.
003680     CLOSE GREETING-MASTER-FILE.
003690     CLOSE HR-EXTRACT-FILE.
003700     CLOSE SENT-FILE.
003710     DISPLAY "EXTRACT RECORDS WRITTEN: " WS-EXTRACT-COUNT.
003720     DISPLAY "OF WHICH RESENDS:        " WS-RESEND-COUNT.
003730     PERFORM 9600-WRITE-CONTROL-COUNTS THRU 9600-EXIT.
003740     MOVE "E" TO WS-RH-ENTRY-TYPE.
003750     COMPUTE WS-RH-READ = WS-MASTER-READ-COUNT +
003760         WS-RESEND-COUNT.
003770     MOVE WS-EXTRACT-COUNT TO WS-RH-WRITTEN.
003780     MOVE ZERO TO WS-RH-REJECTED.
003790     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
003800 9000-EXIT.
003810     EXIT.
003820*****************************************************************
003830* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
003840* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
003850* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
003860* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
003870* POINT.
003880*****************************************************************
003890 9500-WRITE-RUN-HISTORY.
003900     OPEN EXTEND RUN-HISTORY-FILE.
003910     IF WS-RUNHIST-STATUS NOT = "00" AND
003920             WS-RUNHIST-STATUS NOT = "05"
003930         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
003940             WS-RUNHIST-STATUS
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     MOVE "HRXTRACT" TO RH-PROGRAM-NAME.
003990     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
004000     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
004010     ACCEPT WS-RH-TIME FROM TIME.
004020     MOVE WS-RH-DATE TO RH-RUN-DATE.
004030     MOVE WS-RH-TIME TO RH-RUN-TIME.
004040     MOVE WS-RH-READ TO RH-RECORDS-READ.
004050     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
004060     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
004070     MOVE RETURN-CODE TO RH-RETURN-CODE.
004080     WRITE RUN-HISTORY-RECORD.
004090     IF WS-RUNHIST-STATUS NOT = "00"
004100         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
004110             WS-RUNHIST-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     CLOSE RUN-HISTORY-FILE.
004160 9500-EXIT.
004170     EXIT.
004180*****************************************************************
004190* 9600-WRITE-CONTROL-COUNTS - APPEND WHAT WENT TO HR FOR THE
004200* NITEBAL BALANCING SHEET, UNDER THE BUSINESS DATE EXTRACTED -
004210* THE DAY'S OWN RECORDS AND THE RESENDS SEPARATELY, SINCE ONLY
004220* THE FIRST BALANCES TO THE DAY'S GREETINGS.
004230*****************************************************************
004240 9600-WRITE-CONTROL-COUNTS.
004250     OPEN EXTEND CONTROL-COUNT-FILE.
004260     IF WS-CTLCNTS-STATUS NOT = "00" AND
004270             WS-CTLCNTS-STATUS NOT = "05"
004280         DISPLAY "UNABLE TO OPEN CONTROL COUNTS - STATUS "
004290             WS-CTLCNTS-STATUS
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF.
004330     MOVE "DAYSENT" TO WS-CC-COUNT-NAME.
004340     COMPUTE WS-CC-COUNT-VALUE = WS-EXTRACT-COUNT -
004350         WS-RESEND-COUNT.
004360     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
004370     MOVE "RESENT" TO WS-CC-COUNT-NAME.
004380     MOVE WS-RESEND-COUNT TO WS-CC-COUNT-VALUE.
004390     PERFORM 9610-WRITE-ONE-COUNT THRU 9610-EXIT.
004400     CLOSE CONTROL-COUNT-FILE.
004410 9600-EXIT.
004420     EXIT.
004430*****************************************************************
004440* 9610-WRITE-ONE-COUNT - WRITE ONE NAMED COUNT FROM
004450* WS-CC-COUNT-NAME AND WS-CC-COUNT-VALUE.
004460*****************************************************************
004470 9610-WRITE-ONE-COUNT.
004480     MOVE "HRXTRACT" TO CC-PROGRAM-NAME.
004490     MOVE WS-TODAY TO CC-BUSINESS-DATE.
004500     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
004510     ACCEPT WS-RH-TIME FROM TIME.
004520     MOVE WS-RH-DATE TO CC-RUN-DATE.
004530     MOVE WS-RH-TIME TO CC-RUN-TIME.
004540     MOVE WS-CC-COUNT-NAME TO CC-COUNT-NAME.
004550     MOVE WS-CC-COUNT-VALUE TO CC-COUNT-VALUE.
004560     WRITE CONTROL-COUNT-RECORD.
004570     IF WS-CTLCNTS-STATUS NOT = "00"
004580         DISPLAY "UNABLE TO WRITE CONTROL COUNTS - STATUS "
004590             WS-CTLCNTS-STATUS
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630 9610-EXIT.
004640     EXIT.
