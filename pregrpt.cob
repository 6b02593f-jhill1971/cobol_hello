000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PREGRPT.
000030 AUTHOR. JAMES HILL.
000040 INSTALLATION. FRONT DESK OPERATIONS.
000050 DATE-WRITTEN. OCTOBER 15, 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY.
000090*   2026-10-15  JH  ORIGINAL PROGRAM.  END-OF-DAY VISITOR
000100*                   PRE-REGISTRATION REPORT.  WALKS THE REPORTING
000110*                   DATE'S ENTRIES ON THE KEYED PRE-REGISTRATION
000120*                   FILE IN KEY ORDER - WHICH IS HOST ORDER - AND
000130*                   LISTS EVERY VISITOR NEVER MARKED ARRIVED AS A
000140*                   NO-SHOW UNDER A HEADING FOR THE HOST WHO
000150*                   EXPECTED THEM.  IT THEN READS THE DAY'S
000160*                   VISITOR-BADGE-LOG BADGE-INS AND LOOKS EACH
000170*                   ONE UP BY DATE, HOST, AND NAME - A BADGE-IN
000180*                   WITH NO PRE-REGISTRATION BEHIND IT IS A
000190*                   WALK-IN, LISTED AND COUNTED.  THE REPORTING
000200*                   DATE COMES IN AS PARM=YYYYMMDD, DEFAULT
000210*                   TODAY, THE SAME AS OCCUPRPT.
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT OPTIONAL PREREG-FILE ASSIGN TO "PREREG"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS PR-PREREG-KEY
000300         FILE STATUS IS WS-PREREG-STATUS.
000310     SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITLOG"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-VISIT-STATUS.
000340     SELECT PRINT-FILE ASSIGN TO "PREGRPT"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-PRINT-STATUS.
000370     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-RUNHIST-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PREREG-FILE
000430     LABEL RECORDS ARE STANDARD.
000440     COPY PREGREC.
000450 FD  VISITOR-LOG-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY VISITREC.
000480 FD  PRINT-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01  PRINT-RECORD                    PIC X(132).
000510 FD  RUN-HISTORY-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY RUNHREC.
000540 WORKING-STORAGE SECTION.
000550*****************************************************************
000560* SWITCHES AND COUNTERS.  WS-LAST-HOST-ID DRIVES THE HOST
000570* HEADING BREAK IN THE NO-SHOW SECTION.
000580*****************************************************************
000590 77  WS-PREREG-EOF-SWITCH        PIC X(01) VALUE "N".
000600     88  WS-PREREG-EOF               VALUE "Y".
000610 77  WS-VISIT-EOF-SWITCH         PIC X(01) VALUE "N".
000620     88  WS-VISIT-EOF                VALUE "Y".
000630 77  WS-PREREG-STATUS            PIC X(02) VALUE "00".
000640 77  WS-VISIT-STATUS             PIC X(02) VALUE "00".
000650 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000660 77  WS-PARM-VALUE               PIC X(08) VALUE SPACES.
000670 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
000680 77  WS-REPORT-DATE              PIC X(08) VALUE SPACES.
000690 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000700 77  WS-LAST-HOST-ID             PIC X(10) VALUE SPACES.
000710 77  WS-PREREG-COUNT             PIC 9(07) COMP VALUE ZERO.
000720 77  WS-ARRIVED-COUNT            PIC 9(07) COMP VALUE ZERO.
000730 77  WS-NO-SHOW-COUNT            PIC 9(07) COMP VALUE ZERO.
000740 77  WS-VISIT-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
000750 77  WS-BADGE-IN-COUNT           PIC 9(07) COMP VALUE ZERO.
000760 77  WS-WALKIN-COUNT             PIC 9(07) COMP VALUE ZERO.
000770 77  WS-COUNT-EDIT               PIC Z(6)9.
000780 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
000790 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
000800 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
000810 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
000820 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
000830 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
000840 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
000850 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
000860 LINKAGE SECTION.
000870 01  LK-PARM-AREA.
000880     05  LK-PARM-LEN                 PIC S9(04) COMP.
000890     05  LK-PARM-TEXT                PIC X(20).
000900 PROCEDURE DIVISION USING LK-PARM-AREA.
000910*****************************************************************
000920* 0000-MAINLINE - TOP LEVEL CONTROL.
000930*****************************************************************
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     PERFORM 2000-LIST-NO-SHOWS THRU 2000-EXIT.
000970     PERFORM 3000-LIST-WALK-INS THRU 3000-EXIT.
000980     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
000990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001000     STOP RUN.
001010 0000-EXIT.
001020     EXIT.
001030*****************************************************************
001040* 1000-INITIALIZE - RESOLVE THE REPORTING DATE, OPEN THE FILES,
001050* AND PRINT THE REPORT HEADING.
001060*****************************************************************
001070 1000-INITIALIZE.
001080     DISPLAY "=================================================".
001090     DISPLAY " VISITOR PRE-REGISTRATION NO-SHOW REPORT".
001100     DISPLAY "=================================================".
001110     MOVE "S" TO WS-RH-ENTRY-TYPE.
001120     MOVE ZERO TO WS-RH-READ.
001130     MOVE ZERO TO WS-RH-WRITTEN.
001140     MOVE ZERO TO WS-RH-REJECTED.
001150     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001160     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001170     MOVE SPACES TO WS-PARM-VALUE.
001180     IF LK-PARM-LEN > ZERO
001190         MOVE LK-PARM-LEN TO WS-PARM-LEN
001200         IF WS-PARM-LEN > 8
001210             MOVE 8 TO WS-PARM-LEN
001220         END-IF
001230         MOVE LK-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
001240     END-IF.
001250     IF WS-PARM-VALUE = SPACES
001260         MOVE WS-TODAY TO WS-REPORT-DATE
001270     ELSE
001280         IF WS-PARM-VALUE IS NUMERIC
001290             MOVE WS-PARM-VALUE TO WS-REPORT-DATE
001300         ELSE
001310             DISPLAY "PARM MUST BE A YYYYMMDD REPORT DATE - GOT "
001320                 WS-PARM-VALUE
001330             MOVE 16 TO RETURN-CODE
001340             STOP RUN
001350         END-IF
001360     END-IF.
001370     DISPLAY "REPORTING DATE: " WS-REPORT-DATE.
001380     OPEN INPUT PREREG-FILE.
001390     IF WS-PREREG-STATUS NOT = "00" AND
001400             WS-PREREG-STATUS NOT = "05"
001410         DISPLAY "UNABLE TO OPEN PRE-REGISTRATION FILE - STATUS "
001420             WS-PREREG-STATUS
001430         MOVE 16 TO RETURN-CODE
001440         STOP RUN
001450     END-IF.
001460     OPEN INPUT VISITOR-LOG-FILE.
001470     IF WS-VISIT-STATUS NOT = "00" AND
001480             WS-VISIT-STATUS NOT = "05"
001490         DISPLAY "UNABLE TO OPEN VISITOR LOG - STATUS "
001500             WS-VISIT-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540     OPEN OUTPUT PRINT-FILE.
001550     IF WS-PRINT-STATUS NOT = "00"
001560         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
001570             WS-PRINT-STATUS
001580         MOVE 16 TO RETURN-CODE
001590         STOP RUN
001600     END-IF.
001610     MOVE SPACES TO PRINT-RECORD.
001620     STRING "---- VISITOR PRE-REGISTRATIONS FOR "
001625             DELIMITED BY SIZE
001630             WS-REPORT-DATE DELIMITED BY SIZE
001640             " ----" DELIMITED BY SIZE
001650         INTO PRINT-RECORD.
001660     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001670     MOVE SPACES TO PRINT-RECORD.
001680     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001690 1000-EXIT.
001700     EXIT.
001710*****************************************************************
001720* 2000-LIST-NO-SHOWS - POSITION AT THE FIRST KEY FOR THE
001730* REPORTING DATE AND WALK THAT DAY'S PRE-REGISTRATIONS.  THE
001740* KEY LEADS WITH THE DATE, SO THE WALK STOPS AT THE FIRST ENTRY
001750* FOR A LATER DAY.
001760*****************************************************************
001770 2000-LIST-NO-SHOWS.
001780     MOVE "NO-SHOWS BY HOST:" TO PRINT-RECORD.
001790     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001800     MOVE LOW-VALUES TO PR-PREREG-KEY.
001810     MOVE WS-REPORT-DATE TO PR-EXPECTED-DATE.
001820     START PREREG-FILE
001830         KEY IS >= PR-PREREG-KEY
001840         INVALID KEY
001850             SET WS-PREREG-EOF TO TRUE
001860     END-START.
001870     PERFORM 2100-TEST-ONE-PREREG THRU 2100-EXIT
001880         UNTIL WS-PREREG-EOF.
001890     MOVE SPACES TO PRINT-RECORD.
001900     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001910 2000-EXIT.
001920     EXIT.
001930*****************************************************************
001940* 2100-TEST-ONE-PREREG - READ THE NEXT PRE-REGISTRATION AND,
001950* WHEN IT WAS NEVER MARKED ARRIVED, PRINT IT AS A NO-SHOW, WITH
001960* A HOST HEADING AHEAD OF EACH HOST'S FIRST NO-SHOW.
001970*****************************************************************
001980 2100-TEST-ONE-PREREG.
001990     READ PREREG-FILE NEXT RECORD
002000         AT END
002010             SET WS-PREREG-EOF TO TRUE
002020             GO TO 2100-EXIT
002030     END-READ.
002040     IF PR-EXPECTED-DATE NOT = WS-REPORT-DATE
002050         SET WS-PREREG-EOF TO TRUE
002060         GO TO 2100-EXIT
002070     END-IF.
002080     ADD 1 TO WS-PREREG-COUNT.
002090     IF PR-ARRIVED
002100         ADD 1 TO WS-ARRIVED-COUNT
002110         GO TO 2100-EXIT
002120     END-IF.
002130     ADD 1 TO WS-NO-SHOW-COUNT.
002140     IF PR-HOST-EMPLOYEE-ID NOT = WS-LAST-HOST-ID
002150         MOVE PR-HOST-EMPLOYEE-ID TO WS-LAST-HOST-ID
002160         MOVE SPACES TO PRINT-RECORD
002170         STRING "  HOST " DELIMITED BY SIZE
002180                 PR-HOST-EMPLOYEE-ID DELIMITED BY SIZE
002190             INTO PRINT-RECORD
002200         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
002210     END-IF.
002220     MOVE SPACES TO PRINT-RECORD.
002230     STRING "    " DELIMITED BY SIZE
002240             PR-VISITOR-NAME DELIMITED BY SIZE
002250             " " DELIMITED BY SIZE
002260             PR-COMPANY DELIMITED BY SIZE
002270             "  " DELIMITED BY SIZE
002280             PR-SITE-CODE DELIMITED BY SIZE
002290         INTO PRINT-RECORD.
002300     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002310 2100-EXIT.
002320     EXIT.
002330*****************************************************************
002340* 3000-LIST-WALK-INS - PRINT THE WALK-IN SECTION HEADER AND TEST
002350* EVERY BADGE-IN LOGGED ON THE REPORTING DATE AGAINST THE
002360* PRE-REGISTRATION FILE.
002370*****************************************************************
002380 3000-LIST-WALK-INS.
002390     MOVE "WALK-INS WITH NO PRE-REGISTRATION:" TO PRINT-RECORD.
002400     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002410     PERFORM 3100-TEST-ONE-BADGE THRU 3100-EXIT
002420         UNTIL WS-VISIT-EOF.
002430     MOVE SPACES TO PRINT-RECORD.
002440     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002450 3000-EXIT.
002460     EXIT.
002470*****************************************************************
002480* 3100-TEST-ONE-BADGE - READ ONE BADGE RECORD AND, WHEN IT WAS
002490* LOGGED ON THE REPORTING DATE, LOOK UP ITS PRE-REGISTRATION BY
002500* DATE, HOST, AND NAME AS BADGED.  NOT FOUND IS A WALK-IN.
002510*****************************************************************
002520 3100-TEST-ONE-BADGE.
002530     READ VISITOR-LOG-FILE
002540         AT END
002550             SET WS-VISIT-EOF TO TRUE
002560             GO TO 3100-EXIT
002570     END-READ.
002580     ADD 1 TO WS-VISIT-READ-COUNT.
002590     IF VB-LOG-DATE NOT = WS-REPORT-DATE
002600         GO TO 3100-EXIT
002610     END-IF.
002620     ADD 1 TO WS-BADGE-IN-COUNT.
002630     MOVE VB-LOG-DATE TO PR-EXPECTED-DATE.
002640     MOVE VB-HOST-EMPLOYEE-ID TO PR-HOST-EMPLOYEE-ID.
002650     MOVE VB-VISITOR-NAME TO PR-VISITOR-NAME.
002660     READ PREREG-FILE
002670         INVALID KEY
002680             ADD 1 TO WS-WALKIN-COUNT
002690             MOVE SPACES TO PRINT-RECORD
002700             STRING "  " DELIMITED BY SIZE
002710                     VB-VISITOR-NAME DELIMITED BY SIZE
002720                     " " DELIMITED BY SIZE
002730                     VB-RECORD-TYPE DELIMITED BY SIZE
002740                     "  HOST " DELIMITED BY SIZE
002750                     VB-HOST-EMPLOYEE-ID DELIMITED BY SIZE
002760                     "  IN AT " DELIMITED BY SIZE
002770                     VB-LOG-TIME DELIMITED BY SIZE
002780                     "  " DELIMITED BY SIZE
002790                     VB-SITE-CODE DELIMITED BY SIZE
002800                 INTO PRINT-RECORD
002810             PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
002820     END-READ.
002830 3100-EXIT.
002840     EXIT.
002850*****************************************************************
002860* 8000-PRINT-TOTALS - PRINT THE CONTROL TOTALS.  PRE-
002870* REGISTRATIONS SPLIT INTO ARRIVED AND NO-SHOWS; THE WALK-INS
002880* ARE THE BADGE-INS WITH NO PRE-REGISTRATION.
002890*****************************************************************
002900 8000-PRINT-TOTALS.
002910     MOVE "---- CONTROL TOTALS ----" TO PRINT-RECORD.
002920     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002930     MOVE "PRE-REGISTRATIONS:       " TO WS-CONTROL-LABEL.
002940     MOVE WS-PREREG-COUNT TO WS-COUNT-EDIT.
002950     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
002960     MOVE "ARRIVED:                 " TO WS-CONTROL-LABEL.
002970     MOVE WS-ARRIVED-COUNT TO WS-COUNT-EDIT.
002980     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
002990     MOVE "NO-SHOWS:                " TO WS-CONTROL-LABEL.
003000     MOVE WS-NO-SHOW-COUNT TO WS-COUNT-EDIT.
003010     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
003020     MOVE "VISITOR BADGE-INS:       " TO WS-CONTROL-LABEL.
003030     MOVE WS-BADGE-IN-COUNT TO WS-COUNT-EDIT.
003040     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
003050     MOVE "WALK-INS:                " TO WS-CONTROL-LABEL.
003060     MOVE WS-WALKIN-COUNT TO WS-COUNT-EDIT.
003070     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
003080 8000-EXIT.
003090     EXIT.
003100*****************************************************************
003110* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
003120* STATUS.
003130*****************************************************************
003140 8100-PRINT-ONE-LINE.
003150     WRITE PRINT-RECORD.
003160     IF WS-PRINT-STATUS NOT = "00"
003170         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
003180             WS-PRINT-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220 8100-EXIT.
003230     EXIT.
003240*****************************************************************
003250* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
003260* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
003270*****************************************************************
003280 8200-PRINT-CONTROL-LINE.
003290     MOVE SPACES TO PRINT-RECORD.
003300     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
003310             WS-COUNT-EDIT DELIMITED BY SIZE
003320         INTO PRINT-RECORD.
003330     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003340 8200-EXIT.
003350     EXIT.
003360*****************************************************************
003370* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
003380*****************************************************************
003390 9000-TERMINATE.
003400     CLOSE PREREG-FILE.
003410     CLOSE VISITOR-LOG-FILE.
003420     CLOSE PRINT-FILE.
003430     DISPLAY "PRE-REGISTRATIONS:       " WS-PREREG-COUNT.
003440     DISPLAY "ARRIVED:                 " WS-ARRIVED-COUNT.
003450     DISPLAY "NO-SHOWS:                " WS-NO-SHOW-COUNT.
003460     DISPLAY "VISITOR BADGE-INS:       " WS-BADGE-IN-COUNT.
003470     DISPLAY "WALK-INS:                " WS-WALKIN-COUNT.
003480     MOVE "E" TO WS-RH-ENTRY-TYPE.
003490     COMPUTE WS-RH-READ = WS-PREREG-COUNT + WS-VISIT-READ-COUNT.
003500     COMPUTE WS-RH-WRITTEN = WS-NO-SHOW-COUNT + WS-WALKIN-COUNT.
003510     MOVE ZERO TO WS-RH-REJECTED.
003520     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
003530 9000-EXIT.
003540     EXIT.
003550*****************************************************************
003560* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
003570* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
003580* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
003590* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
003600* POINT.
003610*****************************************************************
003620 9500-WRITE-RUN-HISTORY.
003630     OPEN EXTEND RUN-HISTORY-FILE.
003640     IF WS-RUNHIST-STATUS NOT = "00" AND
003650             WS-RUNHIST-STATUS NOT = "05"
003660         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
003670             WS-RUNHIST-STATUS
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     MOVE "PREGRPT " TO RH-PROGRAM-NAME.
003720     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
003730     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
003740     ACCEPT WS-RH-TIME FROM TIME.
003750     MOVE WS-RH-DATE TO RH-RUN-DATE.
003760     MOVE WS-RH-TIME TO RH-RUN-TIME.
003770     MOVE WS-RH-READ TO RH-RECORDS-READ.
003780     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
003790     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
003800     MOVE RETURN-CODE TO RH-RETURN-CODE.
003810     WRITE RUN-HISTORY-RECORD.
003820     IF WS-RUNHIST-STATUS NOT = "00"
003830         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
003840             WS-RUNHIST-STATUS
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     CLOSE RUN-HISTORY-FILE.
003890 9500-EXIT.
003900     EXIT.
