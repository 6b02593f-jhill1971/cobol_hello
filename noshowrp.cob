000190*                   THEIR OWN PAPER ABSENCE LISTS.  THE
000200*                   REPORTING DATE COMES IN AS PARM=YYYYMMDD,
000210*                   DEFAULT TODAY, THE SAME AS LATERPT.
000220*   2026-10-15  JH  READ THE KEYED HR EMPLOYEE MASTER (EMPKSDS)
000230*                   THE OVERNIGHT JOB NOW LOADS, ALONG ITS
000240*                   DEPARTMENT ALTERNATE KEY, INSTEAD OF LOADING
000250*                   THE FEED INTO EMP-MASTER-TABLE AND
000260*                   DEPT-TABLE.  EACH SHIFT BLOCK IS ONE PASS OF
000270*                   THE MASTER IN DEPARTMENT ORDER, AND EACH
000280*                   ACTIVE EMPLOYEE IN THE SHIFT IS CHECKED FOR
000290*                   A GREETING WITH ONE KEYED READ OF THE
000300*                   GREETING MASTER.  DEPARTMENTS NOW PRINT IN
000310*                   ALPHABETICAL ORDER RATHER THAN FIRST-SEEN
000320*                   ORDER, AND THE TABLE-SIZE CEILINGS ON
000330*                   HEADCOUNT AND DEPARTMENTS ARE GONE.  THE
000340*                   GREETED COUNT NOW COVERS ACTIVE EMPLOYEES
000350*                   ONLY.  RESEQUENCED THE SOURCE SO COLUMNS 1-6
000360*                   ASCEND AGAIN.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPKSDS"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EM-EMPLOYEE-ID
000450         ALTERNATE RECORD KEY IS EM-DEPARTMENT WITH DUPLICATES
000460         FILE STATUS IS WS-EMPMAST-STATUS.
000470     SELECT GREETING-MASTER-FILE ASSIGN TO "GREETMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS GM-MASTER-KEY
000510         ALTERNATE RECORD KEY IS GM-LOG-DATE WITH DUPLICATES
000520         FILE STATUS IS WS-MASTER-STATUS.
000530     SELECT PRINT-FILE ASSIGN TO "NOSHOWRP"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PRINT-STATUS.
000560     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RUNHIST-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  EMPLOYEE-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY EMPMREC.
000640 FD  GREETING-MASTER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY GREETMST.
000670 FD  PRINT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  PRINT-RECORD                    PIC X(132).
000700 FD  RUN-HISTORY-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY RUNHREC.
000730 WORKING-STORAGE SECTION.
000740*****************************************************************
000750* SWITCHES, COUNTERS, AND THE PER-SHIFT NO-SHOW COUNTS.  THE
000760* EMPLOYEE MASTER IS READ IN DEPARTMENT ORDER ONCE PER SHIFT
000770* BLOCK; WS-LAST-DEPARTMENT CARRIES THE DEPARTMENT BREAK.  SHIFT
000780* SUBSCRIPTS ARE 1=DAY, 2=EVENING, 3=NIGHT, 4=ANY OTHER CODE ON
000790* THE MASTER.
000800*****************************************************************
000810 77  WS-EMPMAST-EOF-SWITCH       PIC X(01) VALUE "N".
000820     88  WS-EMPMAST-EOF              VALUE "Y".
000830 77  WS-EMPMAST-STATUS           PIC X(02) VALUE "00".
000840 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
000850 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000860 77  WS-PARM-VALUE               PIC X(08) VALUE SPACES.
000870 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
000880 77  WS-REPORT-DATE              PIC X(08) VALUE SPACES.
000890 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000900 77  WS-EMP-COUNT                PIC 9(05) COMP VALUE ZERO.
000910 77  WS-GREETED-SWITCH           PIC X(01) VALUE "N".
000920     88  WS-EMP-GREETED              VALUE "Y".
000930 77  WS-LAST-DEPARTMENT          PIC X(20) VALUE SPACES.
000940 77  WS-DEPT-PRINTED-SWITCH      PIC X(01) VALUE "N".
000950     88  WS-DEPT-PRINTED             VALUE "Y".
000960 77  WS-SHIFT-PRINTED-SWITCH     PIC X(01) VALUE "N".
000970     88  WS-SHIFT-PRINTED            VALUE "Y".
000980 77  WS-SHIFT-INDEX              PIC 9(01) COMP VALUE ZERO.
000990 77  WS-EMP-SHIFT-INDEX          PIC 9(01) COMP VALUE ZERO.
001000 77  WS-GREETED-COUNT            PIC 9(07) COMP VALUE ZERO.
001010 77  WS-NOSHOW-TOTAL             PIC 9(07) COMP VALUE ZERO.
001020 77  WS-INACTIVE-COUNT           PIC 9(07) COMP VALUE ZERO.
001030 77  WS-COUNT-EDIT               PIC Z(6)9.
001040 77  WS-SHIFT-LABEL              PIC X(14) VALUE SPACES.
001050 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001060 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001070 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001080 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001090 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001100 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001110 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001120 01  NOSHOW-COUNTS.
001130     05  NS-SHIFT-COUNT OCCURS 4 TIMES
001140                                     PIC 9(07) COMP.
001220*****************************************************************
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     STOP RUN.
001280 0000-EXIT.
001290     EXIT.
001300*****************************************************************
001310* 1000-INITIALIZE - RESOLVE THE REPORTING DATE, OPEN THE
001320* EMPLOYEE AND GREETING MASTERS, AND PRINT THE REPORT HEADING.
001330*****************************************************************
001340 1000-INITIALIZE.
001350     DISPLAY "=================================================".
001360     DISPLAY " DAILY NO-SHOW REPORT".
001370     DISPLAY "=================================================".
001380     MOVE "S" TO WS-RH-ENTRY-TYPE.
001390     MOVE ZERO TO WS-RH-READ.
001400     MOVE ZERO TO WS-RH-WRITTEN.
001410     MOVE ZERO TO WS-RH-REJECTED.
001420     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001430     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001440     MOVE SPACES TO WS-PARM-VALUE.
001450     IF LK-PARM-LEN > ZERO
001460         MOVE LK-PARM-LEN TO WS-PARM-LEN
001470         IF WS-PARM-LEN > 8
001480             MOVE 8 TO WS-PARM-LEN
001490         END-IF
001500         MOVE LK-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
001510     END-IF.
001520     IF WS-PARM-VALUE = SPACES
001530         MOVE WS-TODAY TO WS-REPORT-DATE
001540     ELSE
001550         IF WS-PARM-VALUE IS NUMERIC
001560             MOVE WS-PARM-VALUE TO WS-REPORT-DATE
001570         ELSE
001580             DISPLAY "PARM MUST BE A YYYYMMDD REPORT DATE - GOT "
001590                 WS-PARM-VALUE
001600             MOVE 16 TO RETURN-CODE
001610             STOP RUN
001620         END-IF
001630     END-IF.
001640     DISPLAY "REPORTING DATE: " WS-REPORT-DATE.
001650     INITIALIZE NOSHOW-COUNTS.
001660     PERFORM 1300-OPEN-EMPLOYEE-MASTER THRU 1300-EXIT.
001670     OPEN INPUT GREETING-MASTER-FILE.
001680     IF WS-MASTER-STATUS NOT = "00"
001690         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
001700             WS-MASTER-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         STOP RUN
001730     END-IF.
001740     OPEN OUTPUT PRINT-FILE.
001750     IF WS-PRINT-STATUS NOT = "00"
001760         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
001770             WS-PRINT-STATUS
001780         MOVE 16 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     MOVE SPACES TO PRINT-RECORD.
001820     STRING "---- ACTIVE EMPLOYEES WITH NO GREETING FOR "
001830             DELIMITED BY SIZE
001840             WS-REPORT-DATE DELIMITED BY SIZE
001850             " ----" DELIMITED BY SIZE
001860         INTO PRINT-RECORD.
001870     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001880     MOVE SPACES TO PRINT-RECORD.
001890     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001900 1000-EXIT.
001910     EXIT.
001920*****************************************************************
001930* 1300-OPEN-EMPLOYEE-MASTER - OPEN THE KEYED HR EMPLOYEE MASTER.
001940* THE FIRST RECORD IS READ ONLY TO PROVE THE MASTER IS NOT
001950* EMPTY - A REPORT AGAINST AN EMPTY MASTER WOULD LIST NOBODY.
001960*****************************************************************
001970 1300-OPEN-EMPLOYEE-MASTER.
001980     OPEN INPUT EMPLOYEE-MASTER-FILE.
001990     IF WS-EMPMAST-STATUS NOT = "00"
002000         DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER - STATUS "
002010             WS-EMPMAST-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050     READ EMPLOYEE-MASTER-FILE NEXT RECORD
002060         AT END
002070             DISPLAY "EMPLOYEE MASTER IS EMPTY - RUN ABANDONED"
002080             MOVE 16 TO RETURN-CODE
002090             STOP RUN
002100     END-READ.
002110 1300-EXIT.
002120     EXIT.
002130*****************************************************************
002140* 3000-PRINT-REPORT - PRINT ONE SHIFT BLOCK PER SHIFT, EACH
002150* BROKEN OUT BY DEPARTMENT IN DEPARTMENT ORDER, THEN THE
002160* PER-SHIFT COUNTS.
002170*****************************************************************
002180 3000-PRINT-REPORT.
002190     PERFORM 3100-PRINT-ONE-SHIFT THRU 3100-EXIT
002200         VARYING WS-SHIFT-INDEX FROM 1 BY 1
002210         UNTIL WS-SHIFT-INDEX > 4.
002220     PERFORM 3600-PRINT-SHIFT-COUNTS THRU 3600-EXIT.
002230 3000-EXIT.
002240     EXIT.
002250*****************************************************************
002260* 3100-PRINT-ONE-SHIFT - READ THE WHOLE EMPLOYEE MASTER ALONG
002270* THE DEPARTMENT ALTERNATE KEY AND PRINT THIS SHIFT'S NO-SHOWS
002280* UNDER THE SHIFT BANNER.  THE OTHER BUCKET (A SHIFT CODE THAT
002290* IS NOT D, E, OR N) ONLY PRINTS ITS BANNER WHEN IT HAS
002300* SOMETHING IN IT.
002310*****************************************************************
002320 3100-PRINT-ONE-SHIFT.
002330     EVALUATE WS-SHIFT-INDEX
002340         WHEN 1
002350             MOVE "DAY SHIFT     " TO WS-SHIFT-LABEL
002360         WHEN 2
002370             MOVE "EVENING SHIFT " TO WS-SHIFT-LABEL
002380         WHEN 3
002390             MOVE "NIGHT SHIFT   " TO WS-SHIFT-LABEL
002400         WHEN OTHER
002410             MOVE "OTHER SHIFT   " TO WS-SHIFT-LABEL
002420     END-EVALUATE.
002430     MOVE "N" TO WS-SHIFT-PRINTED-SWITCH.
002440     MOVE "N" TO WS-DEPT-PRINTED-SWITCH.
002450     MOVE SPACES TO WS-LAST-DEPARTMENT.
002460     IF WS-SHIFT-INDEX < 4
002470         PERFORM 3150-PRINT-SHIFT-BANNER THRU 3150-EXIT
002480     END-IF.
002490     MOVE "N" TO WS-EMPMAST-EOF-SWITCH.
002500     MOVE LOW-VALUES TO EM-DEPARTMENT.
002510     START EMPLOYEE-MASTER-FILE
002520         KEY IS NOT LESS THAN EM-DEPARTMENT
002530         INVALID KEY
002540             SET WS-EMPMAST-EOF TO TRUE
002550     END-START.
002560     PERFORM 3200-READ-ONE-EMPLOYEE THRU 3200-EXIT
002570         UNTIL WS-EMPMAST-EOF.
002580     IF WS-SHIFT-PRINTED
002590         MOVE SPACES TO PRINT-RECORD
002600         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
002610     END-IF.
002620 3100-EXIT.
002630     EXIT.
002640*****************************************************************
002650* 3150-PRINT-SHIFT-BANNER - PRINT THE BANNER FOR THE SHIFT BEING
002660* PRINTED.
002670*****************************************************************
002680 3150-PRINT-SHIFT-BANNER.
002690     SET WS-SHIFT-PRINTED TO TRUE.
002700     MOVE SPACES TO PRINT-RECORD.
002710     STRING WS-SHIFT-LABEL DELIMITED BY SIZE
002720             "NO-SHOWS:" DELIMITED BY SIZE
002730         INTO PRINT-RECORD.
002740     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002750 3150-EXIT.
002760     EXIT.
002770*****************************************************************
002780* 3200-READ-ONE-EMPLOYEE - READ THE NEXT EMPLOYEE ALONG THE
002790* DEPARTMENT ALTERNATE KEY.
002800*****************************************************************
002810 3200-READ-ONE-EMPLOYEE.
002820     READ EMPLOYEE-MASTER-FILE NEXT RECORD
002830         AT END
002840             SET WS-EMPMAST-EOF TO TRUE
002850         NOT AT END
002860             PERFORM 3300-CHECK-ONE-EMPLOYEE THRU 3300-EXIT
002870     END-READ.
002880 3200-EXIT.
002890     EXIT.
002900*****************************************************************
002910* 3300-CHECK-ONE-EMPLOYEE - PASS OVER AN EMPLOYEE WHO IS NOT ON
002920* THE SHIFT BEING PRINTED.  OTHERWISE COUNT THE EMPLOYEE, AND
002930* PRINT ONE NO-SHOW LINE WHEN THE EMPLOYEE IS ACTIVE AND HAS NO
002940* GREETING FOR THE DATE, WITH THE DEPARTMENT SUB-HEADER AHEAD OF
002950* THE DEPARTMENT'S FIRST LINE.  A DEPARTMENT WITH NONE PRINTS
002960* NOTHING.
002970*****************************************************************
002980 3300-CHECK-ONE-EMPLOYEE.
002990     PERFORM 3400-SET-SHIFT-INDEX THRU 3400-EXIT.
003000     IF WS-EMP-SHIFT-INDEX NOT = WS-SHIFT-INDEX
003010         GO TO 3300-EXIT
003020     END-IF.
003030     ADD 1 TO WS-EMP-COUNT.
003040     IF EM-EMPLOYEE-STATUS NOT = "A"
003050         ADD 1 TO WS-INACTIVE-COUNT
003060         GO TO 3300-EXIT
003070     END-IF.
003080     PERFORM 3350-CHECK-GREETED THRU 3350-EXIT.
003090     IF WS-EMP-GREETED
003100         ADD 1 TO WS-GREETED-COUNT
003110         GO TO 3300-EXIT
003120     END-IF.
003130     IF NOT WS-SHIFT-PRINTED
003140         PERFORM 3150-PRINT-SHIFT-BANNER THRU 3150-EXIT
003150     END-IF.
003160     IF NOT WS-DEPT-PRINTED OR
003170             EM-DEPARTMENT NOT = WS-LAST-DEPARTMENT
003180         SET WS-DEPT-PRINTED TO TRUE
003190         MOVE EM-DEPARTMENT TO WS-LAST-DEPARTMENT
003200         MOVE SPACES TO PRINT-RECORD
003210         STRING "  " DELIMITED BY SIZE
003220                 EM-DEPARTMENT DELIMITED BY SIZE
003230             INTO PRINT-RECORD
003240         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
003250     END-IF.
003260     ADD 1 TO NS-SHIFT-COUNT (WS-SHIFT-INDEX).
003270     ADD 1 TO WS-NOSHOW-TOTAL.
003280     MOVE SPACES TO PRINT-RECORD.
003290     STRING "    " DELIMITED BY SIZE
003300             EM-EMPLOYEE-ID DELIMITED BY SIZE
003310             " " DELIMITED BY SIZE
003320             EM-EMPLOYEE-NAME DELIMITED BY SIZE
003330         INTO PRINT-RECORD.
003340     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003350 3300-EXIT.
003360     EXIT.
003370*****************************************************************
003380* 3350-CHECK-GREETED - READ THE GREETING MASTER FOR THIS
003390* EMPLOYEE AND THE REPORTING DATE.  A HIT MEANS THE EMPLOYEE
003400* ARRIVED AND IS NOT A NO-SHOW.
003410*****************************************************************
003420 3350-CHECK-GREETED.
003430     MOVE "N" TO WS-GREETED-SWITCH.
003440     MOVE EM-EMPLOYEE-ID TO GM-EMPLOYEE-ID.
003450     MOVE WS-REPORT-DATE TO GM-LOG-DATE.
003460     READ GREETING-MASTER-FILE
003470         INVALID KEY
003480             CONTINUE
003490         NOT INVALID KEY
003500             SET WS-EMP-GREETED TO TRUE
003510     END-READ.
003520 3350-EXIT.
003530     EXIT.
003540*****************************************************************
003550* 3400-SET-SHIFT-INDEX - MAP THE EMPLOYEE'S SHIFT CODE TO ITS
003560* REPORT SUBSCRIPT.  AN UNRECOGNIZED CODE FALLS IN BUCKET 4 SO
003570* IT IS STILL VISIBLE RATHER THAN DROPPED.
003580*****************************************************************
003590 3400-SET-SHIFT-INDEX.
003600     EVALUATE EM-SHIFT
003610         WHEN "D"
003620             MOVE 1 TO WS-EMP-SHIFT-INDEX
003630         WHEN "E"
003640             MOVE 2 TO WS-EMP-SHIFT-INDEX
003650         WHEN "N"
003660             MOVE 3 TO WS-EMP-SHIFT-INDEX
003670         WHEN OTHER
003680             MOVE 4 TO WS-EMP-SHIFT-INDEX
003690     END-EVALUATE.
003700 3400-EXIT.
003710     EXIT.
003720*****************************************************************
003730* 3600-PRINT-SHIFT-COUNTS - PRINT THE NO-SHOW COUNT FOR EACH
003740* SHIFT AND THE TOTAL, THE SAME CLOSING BLOCK LATERPT PRINTS
003750* FOR LATE ARRIVALS.
003760*****************************************************************
003770 3600-PRINT-SHIFT-COUNTS.
003780     MOVE "---- NO-SHOWS PER SHIFT ----" TO PRINT-RECORD.
003790     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003800     PERFORM 3610-PRINT-ONE-COUNT THRU 3610-EXIT
003810         VARYING WS-SHIFT-INDEX FROM 1 BY 1
003820         UNTIL WS-SHIFT-INDEX > 4.
003830     MOVE WS-NOSHOW-TOTAL TO WS-COUNT-EDIT.
003840     MOVE SPACES TO PRINT-RECORD.
003850     STRING "TOTAL NO-SHOWS:       " DELIMITED BY SIZE
003860             WS-COUNT-EDIT DELIMITED BY SIZE
003870         INTO PRINT-RECORD.
003880     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003890 3600-EXIT.
003900     EXIT.
003910*****************************************************************
003920* 3610-PRINT-ONE-COUNT - PRINT ONE SHIFT'S NO-SHOW COUNT.  THE
003930* OTHER BUCKET ONLY PRINTS WHEN IT TALLIED.
003940*****************************************************************
003950 3610-PRINT-ONE-COUNT.
003960     IF WS-SHIFT-INDEX = 4 AND NS-SHIFT-COUNT (4) = ZERO
003970         GO TO 3610-EXIT
003980     END-IF.
003990     EVALUATE WS-SHIFT-INDEX
004000         WHEN 1
004010             MOVE "DAY SHIFT:    " TO WS-SHIFT-LABEL
004020         WHEN 2
004030             MOVE "EVENING SHIFT:" TO WS-SHIFT-LABEL
004040         WHEN 3
004050             MOVE "NIGHT SHIFT:  " TO WS-SHIFT-LABEL
004060         WHEN OTHER
004070             MOVE "OTHER SHIFT:  " TO WS-SHIFT-LABEL
004080     END-EVALUATE.
004090     MOVE NS-SHIFT-COUNT (WS-SHIFT-INDEX) TO WS-COUNT-EDIT.
004100     MOVE SPACES TO PRINT-RECORD.
004110     STRING WS-SHIFT-LABEL DELIMITED BY SIZE
004120             "        " DELIMITED BY SIZE
004130             WS-COUNT-EDIT DELIMITED BY SIZE
004140         INTO PRINT-RECORD.
004150     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
004160 3610-EXIT.
004170     EXIT.
004180*****************************************************************
004190* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
004200* STATUS.
004210*****************************************************************
004220 8100-PRINT-ONE-LINE.
004230     WRITE PRINT-RECORD.
004240     IF WS-PRINT-STATUS NOT = "00"
004250         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
004260             WS-PRINT-STATUS
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300 8100-EXIT.
004310     EXIT.
004320*****************************************************************
004330* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
004340*****************************************************************
004350 9000-TERMINATE.
004360     CLOSE EMPLOYEE-MASTER-FILE.
004370     CLOSE GREETING-MASTER-FILE.
004380     CLOSE PRINT-FILE.
004390     DISPLAY "EMPLOYEES ON MASTER:   " WS-EMP-COUNT.
004400     DISPLAY "OF WHICH INACTIVE:     " WS-INACTIVE-COUNT.
004410     DISPLAY "GREETED ON DATE:       " WS-GREETED-COUNT.
004420     DISPLAY "NO-SHOWS LISTED:       " WS-NOSHOW-TOTAL.
004430     MOVE "E" TO WS-RH-ENTRY-TYPE.
004440     MOVE WS-EMP-COUNT TO WS-RH-READ.
004450     MOVE WS-NOSHOW-TOTAL TO WS-RH-WRITTEN.
004460     MOVE ZERO TO WS-RH-REJECTED.
004470     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
004480 9000-EXIT.
004490     EXIT.
004500*****************************************************************
004510* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
004520* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
004530* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
004540* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
004550* POINT.
004560*****************************************************************
004570 9500-WRITE-RUN-HISTORY.
004580     OPEN EXTEND RUN-HISTORY-FILE.
004590     IF WS-RUNHIST-STATUS NOT = "00" AND
004600             WS-RUNHIST-STATUS NOT = "05"
004610         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
004620             WS-RUNHIST-STATUS
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660     MOVE "NOSHOWRP" TO RH-PROGRAM-NAME.
004670     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
004680     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
004690     ACCEPT WS-RH-TIME FROM TIME.
004700     MOVE WS-RH-DATE TO RH-RUN-DATE.
004710     MOVE WS-RH-TIME TO RH-RUN-TIME.
004720     MOVE WS-RH-READ TO RH-RECORDS-READ.
004730     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
004740     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
004750     MOVE RETURN-CODE TO RH-RETURN-CODE.
004760     WRITE RUN-HISTORY-RECORD.
004770     IF WS-RUNHIST-STATUS NOT = "00"
004780         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
004790             WS-RUNHIST-STATUS
004800         MOVE 16 TO RETURN-CODE
004810         STOP RUN
004820     END-IF.
004830     CLOSE RUN-HISTORY-FILE.
004840 9500-EXIT.
004850     EXIT.
