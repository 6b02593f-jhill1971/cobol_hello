000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SWIPEIN.
000030 AUTHOR. JAMES HILL.
000040 INSTALLATION. FRONT DESK OPERATIONS.
000050 DATE-WRITTEN. OCTOBER 15, 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY.
000090*   2026-10-15  JH  ORIGINAL PROGRAM.  CARD-READER INTERFACE.
000100*                   READS THE NIGHTLY SWIPE EXPORT FROM THE
000110*                   TURNSTILE CONTROLLERS AT HQ AND THE ANNEX
000120*                   (LAYOUT IN SWIPREC.CPY) AND BUILDS THE
000130*                   MORNING ROSTER (ROSTRIN, ROSTREC LAYOUT) AND
000140*                   THE EMPLOYEE BADGE-OUTS ON THE DEPARTURE
000150*                   TRANSACTION FILE (DEPARTS, DPRTREC LAYOUT)
000160*                   THAT THE DESK USED TO KEY BY HAND.  EACH
000170*                   EMPLOYEE'S FIRST IN-SWIPE OF THE BUSINESS
000180*                   DATE IS THE ARRIVAL AND THE LAST OUT-SWIPE
000190*                   IS THE DEPARTURE, EACH WITH THE SITE AND
000200*                   TIME OF THAT SWIPE.  NAME, DEPARTMENT, AND
000210*                   SHIFT ON THE ROSTER COME FROM THE HR
000220*                   EMPLOYEE MASTER SO HELLOBAT'S VALIDATION
000230*                   SEES THE SAME VALUES HR HOLDS.  AN
000240*                   UNREADABLE CARD, AN ID NOT ON EMPMAST, OR A
000250*                   SWIPE WITH NO DIRECTION GOES TO THE
000260*                   EXCEPTION LISTING INSTEAD OF THE ROSTER.
000270*                   THE BUSINESS DATE COMES IN AS PARM=YYYYMMDD,
000280*                   DEFAULT TODAY, THE SAME AS OCCUPRPT.
000290*   2026-10-15  JH  THE CARD ID IS NOW CHECKED WITH A KEYED READ
000300*                   OF THE EMPLOYEE MASTER KSDS (EMPKSDS), THE
000310*                   SAME AS HELLOBAT, INSTEAD OF LOADING THE HR
000320*                   FEED INTO A 2000-ENTRY TABLE, AND THE FIRST
000330*                   IN-SWIPE AND LAST OUT-SWIPE ARE FOUND BY
000340*                   SORTING THE DAY'S GOOD SWIPES ON CARD ID AND
000350*                   TIME AND BREAKING ON CARD ID, SO THERE IS NO
000360*                   LONGER A HEADCOUNT CEILING ON THE RUN.
000370*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6 ASCEND
000380*                   AGAIN.
000390*   2026-10-15  JH  THE SWIPE ROSTER NOW GOES TO ITS OWN DATASET
000400*                   (SWIPROST), WHICH THE HELLOBAT AND HELLOPRE
000410*                   JOBS CONCATENATE AHEAD OF THE DESK-KEYED
000420*                   ROSTER ON ROSTRIN, SO THE VISITOR AND
000430*                   CONTRACTOR ARRIVALS THE DESK KEYS ARE NO
000440*                   LONGER WRITTEN OVER, AND A RERUN SIMPLY
000450*                   REPLACES THE SWIPE ROSTER.  THE EMPLOYEE
000460*                   DEPARTURES ALREADY ON DEPARTS FOR THE BUSINESS
000470*                   DATE GO INTO THE SORT WITH THE SWIPES, AND
000480*                   NO DEPARTURE IS ADDED FOR AN EMPLOYEE WHO HAS
000490*                   ONE, SO A RERUN DOES NOT POST THEM TWICE.
000500*                   RESEQUENCED THE SOURCE SO COLUMNS 1-6 ASCEND
000510*                   AGAIN.
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT SWIPE-FILE ASSIGN TO "SWIPEXP"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-SWIPE-STATUS.
000590     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPKSDS"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS EM-EMPLOYEE-ID
000630         FILE STATUS IS WS-EMPMAST-STATUS.
000640     SELECT ROSTER-FILE ASSIGN TO "SWIPROST"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-ROSTER-STATUS.
000670     SELECT OPTIONAL DEPARTURE-FILE ASSIGN TO "DEPARTS"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-DEPART-STATUS.
000700     SELECT PRINT-FILE ASSIGN TO "SWIPEXRP"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-PRINT-STATUS.
000730     SELECT SWIPE-SORT-FILE ASSIGN TO "SORTWK01".
000740     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RUNHIST-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  SWIPE-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY SWIPREC.
000820 FD  EMPLOYEE-MASTER-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY EMPMREC.
000850 FD  ROSTER-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY ROSTREC.
000880 FD  DEPARTURE-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY DPRTREC.
000910 FD  PRINT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  PRINT-RECORD                    PIC X(132).
000940*****************************************************************
000950* SORT WORK FILE - ONE ENTRY PER GOOD SWIPE OF THE BUSINESS DATE,
000960* SORTED ON CARD ID AND SWIPE TIME SO EACH EMPLOYEE'S SWIPES
000970* COME BACK TOGETHER, EARLIEST FIRST.  AN EMPLOYEE DEPARTURE
000980* ALREADY ON DEPARTS FOR THE DATE COMES IN AS DIRECTION "P" SO
000990* IT RETURNS WITH THAT EMPLOYEE'S SWIPES.
001000*****************************************************************
001010 SD  SWIPE-SORT-FILE.
001020 01  SWIPE-SORT-RECORD.
001030     05  SS-CARD-ID                  PIC X(10).
001040     05  SS-SWIPE-TIME               PIC X(08).
001050     05  SS-DIRECTION                PIC X(01).
001060         88  SS-DIRECTION-IN             VALUE "I".
001070         88  SS-DEPART-ON-FILE           VALUE "P".
001080     05  SS-SITE-CODE                PIC X(03).
001090     05  SS-READER-ID                PIC X(08).
001100 FD  RUN-HISTORY-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY RUNHREC.
001130 WORKING-STORAGE SECTION.
001140*****************************************************************
001150* SWITCHES AND COUNTERS.
001160*****************************************************************
001170 77  WS-SWIPE-EOF-SWITCH         PIC X(01) VALUE "N".
001180     88  WS-SWIPE-EOF                VALUE "Y".
001190 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
001200     88  WS-SORT-EOF                 VALUE "Y".
001210 77  WS-EMP-FOUND-SWITCH         PIC X(01) VALUE "N".
001220     88  WS-EMP-FOUND                VALUE "Y".
001230 77  WS-DEPART-EOF-SWITCH        PIC X(01) VALUE "N".
001240     88  WS-DEPART-EOF               VALUE "Y".
001250 77  WS-DEPART-ON-FILE-SWITCH    PIC X(01) VALUE "N".
001260     88  WS-DEPART-ON-FILE           VALUE "Y".
001270 77  WS-SWIPE-STATUS             PIC X(02) VALUE "00".
001280 77  WS-EMPMAST-STATUS           PIC X(02) VALUE "00".
001290 77  WS-ROSTER-STATUS            PIC X(02) VALUE "00".
001300 77  WS-DEPART-STATUS            PIC X(02) VALUE "00".
001310 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
001320 77  WS-PARM-VALUE               PIC X(08) VALUE SPACES.
001330 77  WS-PARM-LEN                 PIC 9(04) COMP VALUE ZERO.
001340 77  WS-BUSINESS-DATE            PIC X(08) VALUE SPACES.
001350 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001360 77  WS-SWIPE-SITE               PIC X(03) VALUE SPACES.
001370 77  WS-EXCEPTION-REASON         PIC X(30) VALUE SPACES.
001380 77  WS-EXC-CARD-ID              PIC X(10) VALUE SPACES.
001390 77  WS-EXC-READER-ID            PIC X(08) VALUE SPACES.
001400 77  WS-EXC-SITE                 PIC X(03) VALUE SPACES.
001410 77  WS-EXC-DIRECTION            PIC X(01) VALUE SPACES.
001420 77  WS-EXC-TIME                 PIC X(08) VALUE SPACES.
001430 77  WS-CURRENT-CARD-ID          PIC X(10) VALUE SPACES.
001440 77  WS-FIRST-IN-TIME            PIC X(08) VALUE SPACES.
001450 77  WS-FIRST-IN-SITE            PIC X(03) VALUE SPACES.
001460 77  WS-LAST-OUT-TIME            PIC X(08) VALUE SPACES.
001470 77  WS-LAST-OUT-SITE            PIC X(03) VALUE SPACES.
001480 77  WS-SWIPE-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
001490 77  WS-SWIPE-OFF-DATE           PIC 9(09) COMP VALUE ZERO.
001500 77  WS-SWIPE-SORTED-COUNT       PIC 9(09) COMP VALUE ZERO.
001510 77  WS-IN-SWIPE-COUNT           PIC 9(09) COMP VALUE ZERO.
001520 77  WS-OUT-SWIPE-COUNT          PIC 9(09) COMP VALUE ZERO.
001530 77  WS-UNREADABLE-COUNT         PIC 9(07) COMP VALUE ZERO.
001540 77  WS-NOT-ON-MASTER-COUNT      PIC 9(07) COMP VALUE ZERO.
001550 77  WS-BAD-DIRECTION-COUNT      PIC 9(07) COMP VALUE ZERO.
001560 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
001570 77  WS-ROSTER-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
001580 77  WS-DEPART-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
001590 77  WS-DEPART-FOUND-COUNT       PIC 9(07) COMP VALUE ZERO.
001600 77  WS-DEPART-SKIPPED-COUNT     PIC 9(07) COMP VALUE ZERO.
001610 77  WS-COUNT-EDIT               PIC Z(6)9.
001620 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
001630 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001640 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001650 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001660 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001670 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001680 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001690 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001700 LINKAGE SECTION.
001710 01  LK-PARM-AREA.
001720     05  LK-PARM-LEN                 PIC S9(04) COMP.
001730     05  LK-PARM-TEXT                PIC X(20).
001740 PROCEDURE DIVISION USING LK-PARM-AREA.
001750*****************************************************************
001760* 0000-MAINLINE - TOP LEVEL CONTROL.  THE SORT'S INPUT PROCEDURE
001770* EDITS THE SWIPE EXPORT AND RELEASES THE GOOD SWIPES, THEN THE
001780* EMPLOYEE DEPARTURES ALREADY POSTED FOR THE DATE; ITS OUTPUT
001790* PROCEDURE WRITES THE ROSTER AND DEPARTURES ONE CARD ID AT A
001800* TIME.
001810*****************************************************************
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     SORT SWIPE-SORT-FILE
001850         ON ASCENDING KEY SS-CARD-ID SS-SWIPE-TIME
001860         INPUT PROCEDURE IS 2000-RELEASE-SWIPES THRU 2000-EXIT
001870         OUTPUT PROCEDURE IS 3000-WRITE-ROSTER THRU 3000-EXIT.
001880     IF SORT-RETURN NOT = ZERO
001890         DISPLAY "SWIPE SORT FAILED - SORT-RETURN " SORT-RETURN
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950     STOP RUN.
001960 0000-EXIT.
001970     EXIT.
001980*****************************************************************
001990* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE, OPEN THE EMPLOYEE
002000* MASTER AND THE FILES, AND PRINT THE EXCEPTION HEADING.  DEPARTS
002010* IS READ BY THE SORT'S INPUT PROCEDURE AND OPENED FOR OUTPUT BY
002020* ITS OUTPUT PROCEDURE, SO IT IS NOT OPENED HERE.
002030*****************************************************************
002040 1000-INITIALIZE.
002050     DISPLAY "=================================================".
002060     DISPLAY " CARD-READER SWIPE INTERFACE".
002070     DISPLAY "=================================================".
002080     MOVE "S" TO WS-RH-ENTRY-TYPE.
002090     MOVE ZERO TO WS-RH-READ.
002100     MOVE ZERO TO WS-RH-WRITTEN.
002110     MOVE ZERO TO WS-RH-REJECTED.
002120     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
002130     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002140     MOVE SPACES TO WS-PARM-VALUE.
002150     IF LK-PARM-LEN > ZERO
002160         MOVE LK-PARM-LEN TO WS-PARM-LEN
002170         IF WS-PARM-LEN > 8
002180             MOVE 8 TO WS-PARM-LEN
002190         END-IF
002200         MOVE LK-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
002210     END-IF.
002220     IF WS-PARM-VALUE = SPACES
002230         MOVE WS-TODAY TO WS-BUSINESS-DATE
002240     ELSE
002250         IF WS-PARM-VALUE IS NUMERIC
002260             MOVE WS-PARM-VALUE TO WS-BUSINESS-DATE
002270         ELSE
002280             DISPLAY "PARM MUST BE A YYYYMMDD DATE - GOT "
002290                 WS-PARM-VALUE
002300             MOVE 16 TO RETURN-CODE
002310             STOP RUN
002320         END-IF
002330     END-IF.
002340     DISPLAY "BUSINESS DATE: " WS-BUSINESS-DATE.
002350     PERFORM 1300-OPEN-EMPLOYEE-MASTER THRU 1300-EXIT.
002360     OPEN INPUT SWIPE-FILE.
002370     IF WS-SWIPE-STATUS NOT = "00"
002380         DISPLAY "UNABLE TO OPEN SWIPE EXPORT - STATUS "
002390             WS-SWIPE-STATUS
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430*    THE SWIPE ROSTER IS ITS OWN DATASET, READ AHEAD OF THE
002440*    DESK-KEYED ROSTER ON HELLOBAT'S ROSTRIN, SO IT IS WRITTEN
002450*    FRESH AND A RERUN REPLACES IT.
002460     OPEN OUTPUT ROSTER-FILE.
002470     IF WS-ROSTER-STATUS NOT = "00"
002480         DISPLAY "UNABLE TO OPEN ROSTER FILE - STATUS "
002490             WS-ROSTER-STATUS
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF.
002530     OPEN OUTPUT PRINT-FILE.
002540     IF WS-PRINT-STATUS NOT = "00"
002550         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
002560             WS-PRINT-STATUS
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600     MOVE SPACES TO PRINT-RECORD.
002610     STRING "---- CARD-READER SWIPE EXCEPTIONS FOR "
002620             DELIMITED BY SIZE
002630             WS-BUSINESS-DATE DELIMITED BY SIZE
002640             " ----" DELIMITED BY SIZE
002650         INTO PRINT-RECORD.
002660     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002670     MOVE SPACES TO PRINT-RECORD.
002680     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002690 1000-EXIT.
002700     EXIT.
002710*****************************************************************
002720* 1300-OPEN-EMPLOYEE-MASTER - OPEN THE KEYED HR EMPLOYEE MASTER
002730* FOR THE RUN.  EACH CARD ID IS CHECKED WITH ONE KEYED READ, SO
002740* NOTHING IS LOADED HERE - THE FIRST RECORD IS READ ONLY TO
002750* PROVE THE MASTER IS NOT EMPTY.  AN EMPTY MASTER IS AN ERROR -
002760* EVERY SWIPE WOULD LAND ON THE EXCEPTION LISTING AND THE ROSTER
002770* WOULD GO OUT EMPTY.
002780*****************************************************************
002790 1300-OPEN-EMPLOYEE-MASTER.
002800     OPEN INPUT EMPLOYEE-MASTER-FILE.
002810     IF WS-EMPMAST-STATUS NOT = "00"
002820         DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER - STATUS "
002830             WS-EMPMAST-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     READ EMPLOYEE-MASTER-FILE NEXT RECORD
002880         AT END
002890             DISPLAY "EMPLOYEE MASTER IS EMPTY - RUN ABANDONED"
002900             MOVE 16 TO RETURN-CODE
002910             STOP RUN
002920     END-READ.
002930     DISPLAY "EMPLOYEE MASTER OPENED FOR KEYED READS".
002940 1300-EXIT.
002950     EXIT.
002960*****************************************************************
002970* 2000-RELEASE-SWIPES - SORT INPUT PROCEDURE.  READ AND EDIT THE
002980* WHOLE SWIPE EXPORT, RELEASING EACH GOOD SWIPE TO THE SORT, THEN
002990* RELEASE THE EMPLOYEE DEPARTURES ALREADY ON DEPARTS.
003000*****************************************************************
003010 2000-RELEASE-SWIPES.
003020     PERFORM 2100-READ-ONE-SWIPE THRU 2100-EXIT
003030         UNTIL WS-SWIPE-EOF.
003040     PERFORM 2500-RELEASE-POSTED-DEPARTS THRU 2500-EXIT.
003050 2000-EXIT.
003060     EXIT.
003070*****************************************************************
003080* 2100-READ-ONE-SWIPE - READ ONE SWIPE FROM THE EXPORT AND EDIT
003090* IT.
003100*****************************************************************
003110 2100-READ-ONE-SWIPE.
003120     READ SWIPE-FILE
003130         AT END
003140             SET WS-SWIPE-EOF TO TRUE
003150         NOT AT END
003160             ADD 1 TO WS-SWIPE-READ-COUNT
003170             PERFORM 2200-EDIT-ONE-SWIPE THRU 2200-EXIT
003180     END-READ.
003190 2100-EXIT.
003200     EXIT.
003210*****************************************************************
003220* 2200-EDIT-ONE-SWIPE - SKIP A SWIPE LOGGED ON ANOTHER DATE, SEND
003230* AN UNREADABLE CARD OR A SWIPE WITH NO DIRECTION TO THE
003240* EXCEPTION LISTING, AND RELEASE ANY OTHER SWIPE TO THE SORT.
003250* WHETHER HR KNOWS THE CARD ID IS LEFT TO THE OUTPUT PROCEDURE,
003260* WHICH READS THE MASTER ONCE PER ID RATHER THAN ONCE PER SWIPE.
003270*****************************************************************
003280 2200-EDIT-ONE-SWIPE.
003290     IF SW-SWIPE-DATE NOT = WS-BUSINESS-DATE
003300         ADD 1 TO WS-SWIPE-OFF-DATE
003310         GO TO 2200-EXIT
003320     END-IF.
003330*    A BLANK SITE READS AS THE MAIN BUILDING, THE SAME AS THE
003340*    ROSTER.
003350     MOVE SW-SITE-CODE TO WS-SWIPE-SITE.
003360     IF WS-SWIPE-SITE = SPACES OR WS-SWIPE-SITE = LOW-VALUE
003370         MOVE "HQ " TO WS-SWIPE-SITE
003380     END-IF.
003390     MOVE SW-CARD-ID TO WS-EXC-CARD-ID.
003400     MOVE SW-READER-ID TO WS-EXC-READER-ID.
003410     MOVE WS-SWIPE-SITE TO WS-EXC-SITE.
003420     MOVE SW-DIRECTION TO WS-EXC-DIRECTION.
003430     MOVE SW-SWIPE-TIME TO WS-EXC-TIME.
003440     IF NOT SW-CARD-READ
003450             OR SW-CARD-ID = SPACES OR SW-CARD-ID = LOW-VALUE
003460         MOVE "CARD UNREADABLE" TO WS-EXCEPTION-REASON
003470         ADD 1 TO WS-UNREADABLE-COUNT
003480         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
003490         GO TO 2200-EXIT
003500     END-IF.
003510     IF NOT SW-DIRECTION-IN AND NOT SW-DIRECTION-OUT
003520         MOVE "UNKNOWN SWIPE DIRECTION" TO WS-EXCEPTION-REASON
003530         ADD 1 TO WS-BAD-DIRECTION-COUNT
003540         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
003550         GO TO 2200-EXIT
003560     END-IF.
003570     MOVE SW-CARD-ID TO SS-CARD-ID.
003580     MOVE SW-SWIPE-TIME TO SS-SWIPE-TIME.
003590     MOVE SW-DIRECTION TO SS-DIRECTION.
003600     MOVE WS-SWIPE-SITE TO SS-SITE-CODE.
003610     MOVE SW-READER-ID TO SS-READER-ID.
003620     RELEASE SWIPE-SORT-RECORD.
003630     ADD 1 TO WS-SWIPE-SORTED-COUNT.
003640 2200-EXIT.
003650     EXIT.
003660*****************************************************************
003670* 2400-WRITE-EXCEPTION - PRINT ONE SWIPE THAT CANNOT GO ON THE
003680* ROSTER, WITH THE REASON AND ENOUGH OF THE SWIPE FOR THE DESK
003690* TO FIND THE READER AND THE BADGE.  THE CALLER LOADS THE
003700* WS-EXC- FIELDS FROM THE EXPORT OR THE SORTED SWIPE.
003710*****************************************************************
003720 2400-WRITE-EXCEPTION.
003730     ADD 1 TO WS-EXCEPTION-COUNT.
003740     MOVE SPACES TO PRINT-RECORD.
003750     STRING "  " DELIMITED BY SIZE
003760             WS-EXCEPTION-REASON DELIMITED BY SIZE
003770             "  CARD " DELIMITED BY SIZE
003780             WS-EXC-CARD-ID DELIMITED BY SIZE
003790             "  READER " DELIMITED BY SIZE
003800             WS-EXC-READER-ID DELIMITED BY SIZE
003810             "  " DELIMITED BY SIZE
003820             WS-EXC-SITE DELIMITED BY SIZE
003830             "  DIR " DELIMITED BY SIZE
003840             WS-EXC-DIRECTION DELIMITED BY SIZE
003850             "  AT " DELIMITED BY SIZE
003860             WS-EXC-TIME DELIMITED BY SIZE
003870         INTO PRINT-RECORD.
003880     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003890 2400-EXIT.
003900     EXIT.
003910*****************************************************************
003920* 2500-RELEASE-POSTED-DEPARTS - READ DEPARTS THROUGH AND RELEASE
003930* EACH EMPLOYEE DEPARTURE ALREADY POSTED FOR THE BUSINESS DATE, SO
003940* THE OUTPUT PROCEDURE KNOWS NOT TO POST THAT EMPLOYEE AGAIN WHEN
003950* THE RUN IS REPEATED.  A DEPARTS THAT DOES NOT EXIST YET READS AS
003960* EMPTY.
003970*****************************************************************
003980 2500-RELEASE-POSTED-DEPARTS.
003990     OPEN INPUT DEPARTURE-FILE.
004000     IF WS-DEPART-STATUS NOT = "00" AND
004010             WS-DEPART-STATUS NOT = "05"
004020         DISPLAY "UNABLE TO OPEN DEPARTURE FILE - STATUS "
004030             WS-DEPART-STATUS
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     MOVE "N" TO WS-DEPART-EOF-SWITCH.
004080     PERFORM 2510-READ-ONE-DEPARTURE THRU 2510-EXIT
004090         UNTIL WS-DEPART-EOF.
004100     CLOSE DEPARTURE-FILE.
004110 2500-EXIT.
004120     EXIT.
004130*****************************************************************
004140* 2510-READ-ONE-DEPARTURE - READ ONE DEPARTURE AND RELEASE IT WHEN
004150* IT IS AN EMPLOYEE'S FOR THE BUSINESS DATE.  THE DESK'S VISITOR
004160* AND CONTRACTOR BADGE-OUTS AND OTHER DAYS' DEPARTURES ARE PASSED
004170* OVER.
004180*****************************************************************
004190 2510-READ-ONE-DEPARTURE.
004200     READ DEPARTURE-FILE
004210         AT END
004220             SET WS-DEPART-EOF TO TRUE
004230             GO TO 2510-EXIT
004240     END-READ.
004250     IF NOT DP-TYPE-EMPLOYEE
004260             OR DP-DEPART-DATE NOT = WS-BUSINESS-DATE
004270         GO TO 2510-EXIT
004280     END-IF.
004290     MOVE DP-EMPLOYEE-ID TO SS-CARD-ID.
004300     MOVE DP-DEPART-TIME TO SS-SWIPE-TIME.
004310     MOVE "P" TO SS-DIRECTION.
004320     MOVE DP-SITE-CODE TO SS-SITE-CODE.
004330     MOVE SPACES TO SS-READER-ID.
004340     RELEASE SWIPE-SORT-RECORD.
004350     ADD 1 TO WS-DEPART-FOUND-COUNT.
004360 2510-EXIT.
004370     EXIT.
004380*****************************************************************
004390* 3000-WRITE-ROSTER - SORT OUTPUT PROCEDURE.  OPEN DEPARTS TO ADD
004400* TO IT, THEN RETURN THE SORTED SWIPES AND HANDLE THEM ONE CARD
004410* ID AT A TIME.
004420*****************************************************************
004430 3000-WRITE-ROSTER.
004440*    DEPARTS ALSO HOLDS THE VISITOR BADGE-OUTS THE DESK KEYS, SO
004450*    THE EMPLOYEE DEPARTURES ARE ADDED TO IT, NOT WRITTEN OVER IT.
004460     OPEN EXTEND DEPARTURE-FILE.
004470     IF WS-DEPART-STATUS NOT = "00" AND
004480             WS-DEPART-STATUS NOT = "05"
004490         DISPLAY "UNABLE TO OPEN DEPARTURE FILE - STATUS "
004500             WS-DEPART-STATUS
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     MOVE "N" TO WS-SORT-EOF-SWITCH.
004550     PERFORM 3100-RETURN-ONE-SWIPE THRU 3100-EXIT.
004560     PERFORM 3200-PROCESS-ONE-CARD THRU 3200-EXIT
004570         UNTIL WS-SORT-EOF.
004580     IF WS-EXCEPTION-COUNT > ZERO
004590         MOVE SPACES TO PRINT-RECORD
004600         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
004610     END-IF.
004620 3000-EXIT.
004630     EXIT.
004640*****************************************************************
004650* 3100-RETURN-ONE-SWIPE - TAKE THE NEXT SWIPE BACK FROM THE SORT.
004660*****************************************************************
004670 3100-RETURN-ONE-SWIPE.
004680     RETURN SWIPE-SORT-FILE
004690         AT END
004700             SET WS-SORT-EOF TO TRUE
004710     END-RETURN.
004720 3100-EXIT.
004730     EXIT.
004740*****************************************************************
004750* 3200-PROCESS-ONE-CARD - CONTROL BREAK ON CARD ID.  LOOK THE ID
004760* UP ON THE MASTER ONCE, APPLY EVERY SWIPE FOR IT, THEN WRITE
004770* THE EMPLOYEE'S ARRIVAL AND DEPARTURE.
004780*****************************************************************
004790 3200-PROCESS-ONE-CARD.
004800     MOVE SS-CARD-ID TO WS-CURRENT-CARD-ID.
004810     MOVE SPACES TO WS-FIRST-IN-TIME.
004820     MOVE SPACES TO WS-FIRST-IN-SITE.
004830     MOVE SPACES TO WS-LAST-OUT-TIME.
004840     MOVE SPACES TO WS-LAST-OUT-SITE.
004850     MOVE "N" TO WS-EMP-FOUND-SWITCH.
004860     MOVE "N" TO WS-DEPART-ON-FILE-SWITCH.
004870     MOVE SS-CARD-ID TO EM-EMPLOYEE-ID.
004880     READ EMPLOYEE-MASTER-FILE
004890         INVALID KEY
004900             CONTINUE
004910         NOT INVALID KEY
004920             SET WS-EMP-FOUND TO TRUE
004930     END-READ.
004940     PERFORM 3300-APPLY-ONE-SWIPE THRU 3300-EXIT
004950         UNTIL WS-SORT-EOF
004960             OR SS-CARD-ID NOT = WS-CURRENT-CARD-ID.
004970     IF WS-EMP-FOUND
004980         PERFORM 3400-WRITE-ONE-EMPLOYEE THRU 3400-EXIT
004990     END-IF.
005000 3200-EXIT.
005010     EXIT.
005020*****************************************************************
005030* 3300-APPLY-ONE-SWIPE - A DEPARTURE ALREADY ON DEPARTS ONLY
005040* MARKS THE EMPLOYEE AS POSTED.  SEND EACH SWIPE OF AN ID HR
005050* DOES NOT KNOW TO THE EXCEPTION LISTING.  OTHERWISE THE SWIPES
005060* ARRIVE IN TIME ORDER, SO THE FIRST IN-SWIPE SEEN IS THE ARRIVAL
005070* AND EACH LATER OUT-SWIPE REPLACES THE DEPARTURE - TWO
005080* CONTROLLERS EXPORTING OUT OF STEP CANNOT SWAP AN ARRIVAL FOR A
005090* LATER SWIPE.
005100*****************************************************************
005110 3300-APPLY-ONE-SWIPE.
005120     IF SS-DEPART-ON-FILE
005130         SET WS-DEPART-ON-FILE TO TRUE
005140         PERFORM 3100-RETURN-ONE-SWIPE THRU 3100-EXIT
005150         GO TO 3300-EXIT
005160     END-IF.
005170     IF NOT WS-EMP-FOUND
005180         MOVE SS-CARD-ID TO WS-EXC-CARD-ID
005190         MOVE SS-READER-ID TO WS-EXC-READER-ID
005200         MOVE SS-SITE-CODE TO WS-EXC-SITE
005210         MOVE SS-DIRECTION TO WS-EXC-DIRECTION
005220         MOVE SS-SWIPE-TIME TO WS-EXC-TIME
005230         MOVE "CARD ID NOT ON EMPLOYEE MASTER"
005240             TO WS-EXCEPTION-REASON
005250         ADD 1 TO WS-NOT-ON-MASTER-COUNT
005260         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
005270     ELSE
005280         IF SS-DIRECTION-IN
005290             ADD 1 TO WS-IN-SWIPE-COUNT
005300             IF WS-FIRST-IN-TIME = SPACES
005310                 MOVE SS-SWIPE-TIME TO WS-FIRST-IN-TIME
005320                 MOVE SS-SITE-CODE TO WS-FIRST-IN-SITE
005330             END-IF
005340         ELSE
005350             ADD 1 TO WS-OUT-SWIPE-COUNT
005360             MOVE SS-SWIPE-TIME TO WS-LAST-OUT-TIME
005370             MOVE SS-SITE-CODE TO WS-LAST-OUT-SITE
005380         END-IF
005390     END-IF.
005400     PERFORM 3100-RETURN-ONE-SWIPE THRU 3100-EXIT.
005410 3300-EXIT.
005420     EXIT.
005430*****************************************************************
005440* 3400-WRITE-ONE-EMPLOYEE - WRITE THE ROSTER ARRIVAL AND THE
005450* DEPARTURE TRANSACTION FOR ONE EMPLOYEE.  THE ROSTER CARRIES
005460* HR'S NAME, DEPARTMENT, AND SHIFT FROM THE MASTER RECORD JUST
005470* READ, THE SITE AND TIME OF THE FIRST IN-SWIPE, AND RECORD TYPE
005480* "E" - A CARD READER ONLY EVER SEES EMPLOYEE BADGES.  NO
005490* DEPARTURE IS ADDED FOR AN EMPLOYEE WHO ALREADY HAS ONE ON
005500* DEPARTS FOR THE DATE - THE RUN IS BEING REPEATED.
005510*****************************************************************
005520 3400-WRITE-ONE-EMPLOYEE.
005530     IF WS-FIRST-IN-TIME NOT = SPACES
005540         MOVE SPACES TO ROSTER-RECORD
005550         MOVE EM-EMPLOYEE-NAME TO RI-USER-NAME
005560         MOVE EM-EMPLOYEE-ID TO RI-EMPLOYEE-ID
005570         MOVE EM-DEPARTMENT TO RI-DEPARTMENT
005580         MOVE EM-SHIFT TO RI-SHIFT
005590         MOVE "E" TO RI-RECORD-TYPE
005600         MOVE WS-FIRST-IN-SITE TO RI-SITE-CODE
005610         MOVE WS-FIRST-IN-TIME TO RI-ARRIVAL-TIME
005620         WRITE ROSTER-RECORD
005630         IF WS-ROSTER-STATUS NOT = "00"
005640             DISPLAY "UNABLE TO WRITE ROSTER RECORD - STATUS "
005650                 WS-ROSTER-STATUS
005660             MOVE 16 TO RETURN-CODE
005670             STOP RUN
005680         END-IF
005690         ADD 1 TO WS-ROSTER-WRITTEN-COUNT
005700     END-IF.
005710     IF WS-LAST-OUT-TIME NOT = SPACES AND WS-DEPART-ON-FILE
005720         ADD 1 TO WS-DEPART-SKIPPED-COUNT
005730     END-IF.
005740     IF WS-LAST-OUT-TIME NOT = SPACES AND NOT WS-DEPART-ON-FILE
005750         MOVE SPACES TO DEPARTURE-RECORD
005760         MOVE "E" TO DP-RECORD-TYPE
005770         MOVE EM-EMPLOYEE-ID TO DP-EMPLOYEE-ID
005780         MOVE EM-EMPLOYEE-NAME TO DP-VISITOR-NAME
005790         MOVE WS-BUSINESS-DATE TO DP-DEPART-DATE
005800         MOVE WS-LAST-OUT-TIME TO DP-DEPART-TIME
005810         MOVE WS-LAST-OUT-SITE TO DP-SITE-CODE
005820         WRITE DEPARTURE-RECORD
005830         IF WS-DEPART-STATUS NOT = "00"
005840             DISPLAY "UNABLE TO WRITE DEPARTURE RECORD - STATUS "
005850                 WS-DEPART-STATUS
005860             MOVE 16 TO RETURN-CODE
005870             STOP RUN
005880         END-IF
005890         ADD 1 TO WS-DEPART-WRITTEN-COUNT
005900     END-IF.
005910 3400-EXIT.
005920     EXIT.
005930*****************************************************************
005940* 8000-PRINT-TOTALS - PRINT THE CONTROL TOTALS.  EVERY SWIPE
005950* READ IS EITHER ANOTHER DAY'S, AN EXCEPTION, OR AN ACCEPTED IN
005960* OR OUT SWIPE.  ANY EXCEPTION, OR A BUSINESS DATE WITH NO
005970* ARRIVALS AT ALL, ENDS THE RUN WITH RETURN CODE 4 SO THE
005980* SCHEDULER FLAGS IT BEFORE HELLOBAT GREETS AN EMPTY ROSTER.
005990*****************************************************************
006000 8000-PRINT-TOTALS.
006010     MOVE "---- CONTROL TOTALS ----" TO PRINT-RECORD.
006020     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
006030     MOVE "SWIPES READ:             " TO WS-CONTROL-LABEL.
006040     MOVE WS-SWIPE-READ-COUNT TO WS-COUNT-EDIT.
006050     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006060     MOVE "OTHER-DATE SWIPES:       " TO WS-CONTROL-LABEL.
006070     MOVE WS-SWIPE-OFF-DATE TO WS-COUNT-EDIT.
006080     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006090     MOVE "UNREADABLE CARDS:        " TO WS-CONTROL-LABEL.
006100     MOVE WS-UNREADABLE-COUNT TO WS-COUNT-EDIT.
006110     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006120     MOVE "IDS NOT ON MASTER:       " TO WS-CONTROL-LABEL.
006130     MOVE WS-NOT-ON-MASTER-COUNT TO WS-COUNT-EDIT.
006140     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006150     MOVE "UNKNOWN DIRECTION:       " TO WS-CONTROL-LABEL.
006160     MOVE WS-BAD-DIRECTION-COUNT TO WS-COUNT-EDIT.
006170     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006180     MOVE "IN SWIPES ACCEPTED:      " TO WS-CONTROL-LABEL.
006190     MOVE WS-IN-SWIPE-COUNT TO WS-COUNT-EDIT.
006200     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006210     MOVE "OUT SWIPES ACCEPTED:     " TO WS-CONTROL-LABEL.
006220     MOVE WS-OUT-SWIPE-COUNT TO WS-COUNT-EDIT.
006230     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006240     MOVE "ROSTER RECORDS WRITTEN:  " TO WS-CONTROL-LABEL.
006250     MOVE WS-ROSTER-WRITTEN-COUNT TO WS-COUNT-EDIT.
006260     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006270     MOVE "DEPARTURES WRITTEN:      " TO WS-CONTROL-LABEL.
006280     MOVE WS-DEPART-WRITTEN-COUNT TO WS-COUNT-EDIT.
006290     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006300     MOVE "DEPARTURES ON FILE:      " TO WS-CONTROL-LABEL.
006310     MOVE WS-DEPART-FOUND-COUNT TO WS-COUNT-EDIT.
006320     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006330     MOVE "DEPARTURES NOT REPOSTED: " TO WS-CONTROL-LABEL.
006340     MOVE WS-DEPART-SKIPPED-COUNT TO WS-COUNT-EDIT.
006350     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006360     IF WS-EXCEPTION-COUNT > ZERO
006370         MOVE "*** SWIPE EXCEPTIONS - SEE DETAIL ABOVE ***"
006380             TO PRINT-RECORD
006390         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
006400         DISPLAY "*** SWIPE EXCEPTIONS ON THE CARD FEED ***"
006410         MOVE 4 TO RETURN-CODE
006420     END-IF.
006430     IF WS-ROSTER-WRITTEN-COUNT = ZERO
006440         MOVE "*** NO ARRIVALS SWIPED FOR THE BUSINESS DATE ***"
006450             TO PRINT-RECORD
006460         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
006470         DISPLAY "*** NO ARRIVALS SWIPED FOR " WS-BUSINESS-DATE
006480             " ***"
006490         MOVE 4 TO RETURN-CODE
006500     END-IF.
006510 8000-EXIT.
006520     EXIT.
006530*****************************************************************
006540* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
006550* STATUS.
006560*****************************************************************
006570 8100-PRINT-ONE-LINE.
006580     WRITE PRINT-RECORD.
006590     IF WS-PRINT-STATUS NOT = "00"
006600         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
006610             WS-PRINT-STATUS
006620         MOVE 16 TO RETURN-CODE
006630         STOP RUN
006640     END-IF.
006650 8100-EXIT.
006660     EXIT.
006670*****************************************************************
006680* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
006690* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
006700*****************************************************************
006710 8200-PRINT-CONTROL-LINE.
006720     MOVE SPACES TO PRINT-RECORD.
006730     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
006740             WS-COUNT-EDIT DELIMITED BY SIZE
006750         INTO PRINT-RECORD.
006760     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
006770 8200-EXIT.
006780     EXIT.
006790*****************************************************************
006800* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
006810*****************************************************************
006820 9000-TERMINATE.
006830     CLOSE SWIPE-FILE.
006840     CLOSE EMPLOYEE-MASTER-FILE.
006850     CLOSE ROSTER-FILE.
006860     CLOSE DEPARTURE-FILE.
006870     CLOSE PRINT-FILE.
006880     DISPLAY "SWIPES READ:             " WS-SWIPE-READ-COUNT.
006890     DISPLAY "OTHER-DATE SWIPES:       " WS-SWIPE-OFF-DATE.
006900     DISPLAY "SWIPES SORTED:           " WS-SWIPE-SORTED-COUNT.
006910     DISPLAY "SWIPE EXCEPTIONS:        " WS-EXCEPTION-COUNT.
006920     DISPLAY "ROSTER RECORDS WRITTEN:  " WS-ROSTER-WRITTEN-COUNT.
006930     DISPLAY "DEPARTURES WRITTEN:      " WS-DEPART-WRITTEN-COUNT.
006940     DISPLAY "DEPARTURES NOT REPOSTED: " WS-DEPART-SKIPPED-COUNT.
006950     MOVE "E" TO WS-RH-ENTRY-TYPE.
006960     MOVE WS-SWIPE-READ-COUNT TO WS-RH-READ.
006970     COMPUTE WS-RH-WRITTEN = WS-ROSTER-WRITTEN-COUNT +
006980         WS-DEPART-WRITTEN-COUNT.
006990     MOVE WS-EXCEPTION-COUNT TO WS-RH-REJECTED.
007000     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
007010 9000-EXIT.
007020     EXIT.
007030*****************************************************************
007040* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO THE
007050* SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND EACH
007060* WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN LATER
007070* ABENDS - THAT UNMATCHED START IS THE AUDIT TRAIL'S WHOLE
007080* POINT.
007090*****************************************************************
007100 9500-WRITE-RUN-HISTORY.
007110     OPEN EXTEND RUN-HISTORY-FILE.
007120     IF WS-RUNHIST-STATUS NOT = "00" AND
007130             WS-RUNHIST-STATUS NOT = "05"
007140         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
007150             WS-RUNHIST-STATUS
007160         MOVE 16 TO RETURN-CODE
007170         STOP RUN
007180     END-IF.
007190     MOVE "SWIPEIN" TO RH-PROGRAM-NAME.
007200     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
007210     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
007220     ACCEPT WS-RH-TIME FROM TIME.
007230     MOVE WS-RH-DATE TO RH-RUN-DATE.
007240     MOVE WS-RH-TIME TO RH-RUN-TIME.
007250     MOVE WS-RH-READ TO RH-RECORDS-READ.
007260     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
007270     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
007280     MOVE RETURN-CODE TO RH-RETURN-CODE.
007290     WRITE RUN-HISTORY-RECORD.
007300     IF WS-RUNHIST-STATUS NOT = "00"
007310         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
007320             WS-RUNHIST-STATUS
007330         MOVE 16 TO RETURN-CODE
007340         STOP RUN
007350     END-IF.
007360     CLOSE RUN-HISTORY-FILE.
007370 9500-EXIT.
007380     EXIT.
