000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPMLOAD.
000030 AUTHOR. JAMES HILL.
000040 INSTALLATION. FRONT DESK OPERATIONS.
000050 DATE-WRITTEN. OCTOBER 15, 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY.
000090*   2026-10-15  JH  ORIGINAL PROGRAM.  NIGHTLY LOAD OF THE HR
000100*                   EMPLOYEE MASTER FEED (EMPMAST, IN THE EMPMREC
000110*                   LAYOUT) INTO THE KEYED EMPLOYEE MASTER
000120*                   (EMPKSDS, KEYED ON EMPLOYEE ID WITH A
000130*                   DEPARTMENT ALTERNATE INDEX) THAT HELLO,
000140*                   HELLOBAT, SUSPFIX, AND NOSHOWRP READ BY KEY
000150*                   INSTEAD OF LOADING THE WHOLE FEED INTO A
000160*                   TABLE.  RUNS IN THE OVERNIGHT JOB ONCE THE
000170*                   EMPMCHK GATE HAS PASSED THE FEED, AGAINST A
000180*                   CLUSTER THE JOB HAS JUST REDEFINED EMPTY.  A
000190*                   FEED RECORD WITH NO EMPLOYEE ID, OR A SECOND
000200*                   RECORD FOR AN ID ALREADY LOADED, IS LISTED ON
000210*                   EMPLDRP INSTEAD OF LOADED AND ENDS THE RUN
000220*                   WITH RETURN CODE 4.  A FEED THAT LOADS NO
000230*                   EMPLOYEES AT ALL ENDS WITH RETURN CODE 16.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT EMPLOYEE-FEED-FILE ASSIGN TO "EMPMAST"
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS WS-FEED-STATUS.
000310     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPKSDS"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS EM-EMPLOYEE-ID
000350         FILE STATUS IS WS-EMPMAST-STATUS.
000360     SELECT PRINT-FILE ASSIGN TO "EMPLDRP"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-PRINT-STATUS.
000390     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-RUNHIST-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  EMPLOYEE-FEED-FILE
000450     LABEL RECORDS ARE STANDARD.
000460 01  EMPLOYEE-FEED-RECORD            PIC X(82).
000470 FD  EMPLOYEE-MASTER-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY EMPMREC.
000500 FD  PRINT-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01  PRINT-RECORD                    PIC X(132).
000530 FD  RUN-HISTORY-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY RUNHREC.
000560 WORKING-STORAGE SECTION.
000570*****************************************************************
000580* SWITCHES AND COUNTERS.
000590*****************************************************************
000600 77  WS-FEED-EOF-SWITCH          PIC X(01) VALUE "N".
000610     88  WS-FEED-EOF                 VALUE "Y".
000620 77  WS-FEED-STATUS              PIC X(02) VALUE "00".
000630 77  WS-EMPMAST-STATUS           PIC X(02) VALUE "00".
000640 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000650 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000660 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
000670 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
000680 77  WS-RECORDS-LOADED           PIC 9(09) COMP VALUE ZERO.
000690 77  WS-REJECT-COUNT             PIC 9(09) COMP VALUE ZERO.
000700 77  WS-COUNT-EDIT               PIC Z(8)9.
000710 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
000720 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
000730 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
000740 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
000750 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
000760 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
000770 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
000780 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
000790 PROCEDURE DIVISION.
000800*****************************************************************
000810* 0000-MAINLINE - TOP LEVEL CONTROL.
000820*****************************************************************
000830 0000-MAINLINE.
000840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000850     PERFORM 2000-LOAD-ONE-EMPLOYEE THRU 2000-EXIT
000860         UNTIL WS-FEED-EOF.
000870     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
000880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000890     STOP RUN.
000900 0000-EXIT.
000910     EXIT.
000920*****************************************************************
000930* 1000-INITIALIZE - OPEN THE FEED, THE KEYED MASTER, AND THE
000940* REJECT LISTING.  THE JOB REDEFINES THE CLUSTER EMPTY AHEAD OF
000950* THIS STEP, SO THE MASTER IS OPENED OUTPUT AND HOLDS EXACTLY
000960* TONIGHT'S FEED WHEN THE RUN ENDS.
000970*****************************************************************
000980 1000-INITIALIZE.
000990     DISPLAY "=================================================".
001000     DISPLAY " HR EMPLOYEE MASTER KEYED LOAD".
001010     DISPLAY "=================================================".
001020     MOVE "S" TO WS-RH-ENTRY-TYPE.
001030     MOVE ZERO TO WS-RH-READ.
001040     MOVE ZERO TO WS-RH-WRITTEN.
001050     MOVE ZERO TO WS-RH-REJECTED.
001060     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001070     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001080     OPEN INPUT EMPLOYEE-FEED-FILE.
001090     IF WS-FEED-STATUS NOT = "00"
001100         DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER FEED - STATUS "
001110             WS-FEED-STATUS
001120         MOVE 16 TO RETURN-CODE
001130         STOP RUN
001140     END-IF.
001150     OPEN OUTPUT EMPLOYEE-MASTER-FILE.
001160     IF WS-EMPMAST-STATUS NOT = "00"
001170         DISPLAY "UNABLE TO OPEN KEYED EMPLOYEE MASTER - STATUS "
001180             WS-EMPMAST-STATUS
001190         MOVE 16 TO RETURN-CODE
001200         STOP RUN
001210     END-IF.
001220     OPEN OUTPUT PRINT-FILE.
001230     IF WS-PRINT-STATUS NOT = "00"
001240         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
001250             WS-PRINT-STATUS
001260         MOVE 16 TO RETURN-CODE
001270         STOP RUN
001280     END-IF.
001290     MOVE SPACES TO PRINT-RECORD.
001300     STRING "---- EMPLOYEE MASTER LOAD REJECTS FOR "
001310             DELIMITED BY SIZE
001320             WS-TODAY DELIMITED BY SIZE
001330             " ----" DELIMITED BY SIZE
001340         INTO PRINT-RECORD.
001350     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001360     MOVE SPACES TO PRINT-RECORD.
001370     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001380 1000-EXIT.
001390     EXIT.
001400*****************************************************************
001410* 2000-LOAD-ONE-EMPLOYEE - READ ONE FEED RECORD AND ADD IT TO
001420* THE KEYED MASTER.  STATUS 22 MEANS HR SENT THE SAME EMPLOYEE
001430* ID TWICE - THE FIRST RECORD STANDS AND THE REPEAT IS LISTED.
001440* THE FEED NEED NOT BE IN EMPLOYEE ID ORDER, SINCE THE MASTER
001450* IS WRITTEN BY KEY.
001460*****************************************************************
001470 2000-LOAD-ONE-EMPLOYEE.
001480     READ EMPLOYEE-FEED-FILE INTO EMPLOYEE-MASTER-RECORD
001490         AT END
001500             SET WS-FEED-EOF TO TRUE
001510             GO TO 2000-EXIT
001520     END-READ.
001530     ADD 1 TO WS-RECORDS-READ.
001540     MOVE SPACES TO WS-REJECT-REASON.
001550     IF EM-EMPLOYEE-ID = SPACES OR EM-EMPLOYEE-ID = LOW-VALUE
001560         MOVE "EMPLOYEE ID MISSING" TO WS-REJECT-REASON
001570         PERFORM 2100-WRITE-REJECT THRU 2100-EXIT
001580         GO TO 2000-EXIT
001590     END-IF.
001600     WRITE EMPLOYEE-MASTER-RECORD.
001610     IF WS-EMPMAST-STATUS = "22"
001620         MOVE "DUPLICATE EMPLOYEE ID ON FEED" TO WS-REJECT-REASON
001630         PERFORM 2100-WRITE-REJECT THRU 2100-EXIT
001640         GO TO 2000-EXIT
001650     END-IF.
001660     IF WS-EMPMAST-STATUS NOT = "00"
001670         DISPLAY "UNABLE TO WRITE KEYED EMPLOYEE MASTER - STATUS "
001680             WS-EMPMAST-STATUS
001690         MOVE 16 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720     ADD 1 TO WS-RECORDS-LOADED.
001730 2000-EXIT.
001740     EXIT.
001750*****************************************************************
001760* 2100-WRITE-REJECT - LIST ONE FEED RECORD THAT WAS NOT LOADED
001770* WITH THE REASON, THE EMPLOYEE ID, AND THE NAME.
001780*****************************************************************
001790 2100-WRITE-REJECT.
001800     ADD 1 TO WS-REJECT-COUNT.
001810     MOVE SPACES TO PRINT-RECORD.
001820     STRING "  " DELIMITED BY SIZE
001830             WS-REJECT-REASON DELIMITED BY SIZE
001840             "  " DELIMITED BY SIZE
001850             EM-EMPLOYEE-ID DELIMITED BY SIZE
001860             "  " DELIMITED BY SIZE
001870             EM-EMPLOYEE-NAME DELIMITED BY SIZE
001880             "  " DELIMITED BY SIZE
001890             EM-DEPARTMENT DELIMITED BY SIZE
001900         INTO PRINT-RECORD.
001910     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001920 2100-EXIT.
001930     EXIT.
001940*****************************************************************
001950* 8000-PRINT-TOTALS - PRINT THE CONTROL TOTALS.  EVERY FEED
001960* RECORD IS EITHER LOADED OR REJECTED; ANY REJECT ENDS THE RUN
001970* WITH RETURN CODE 4, AND A MASTER LEFT EMPTY WITH 16 - A RUN
001980* AGAINST AN EMPTY MASTER WOULD DIVERT THE WHOLE ROSTER TO
001990* SUSPENSE.
002000*****************************************************************
002010 8000-PRINT-TOTALS.
002020     MOVE SPACES TO PRINT-RECORD.
002030     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002040     MOVE "---- CONTROL TOTALS ----" TO PRINT-RECORD.
002050     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002060     MOVE "FEED RECORDS READ:       " TO WS-CONTROL-LABEL.
002070     MOVE WS-RECORDS-READ TO WS-COUNT-EDIT.
002080     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
002090     MOVE "EMPLOYEES LOADED:        " TO WS-CONTROL-LABEL.
002100     MOVE WS-RECORDS-LOADED TO WS-COUNT-EDIT.
002110     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
002120     MOVE "FEED RECORDS REJECTED:   " TO WS-CONTROL-LABEL.
002130     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
002140     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
002150     IF WS-REJECT-COUNT > ZERO
002160         DISPLAY "*** EMPLOYEE MASTER REJECTS - SEE EMPLDRP"
002170         MOVE 4 TO RETURN-CODE
002180     END-IF.
002190     IF WS-RECORDS-LOADED = ZERO
002200         DISPLAY "EMPLOYEE MASTER IS EMPTY - RUN ABANDONED"
002210         MOVE 16 TO RETURN-CODE
002220     END-IF.
002230 8000-EXIT.
002240     EXIT.
002250*****************************************************************
002260* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
002270* STATUS.
002280*****************************************************************
002290 8100-PRINT-ONE-LINE.
002300     WRITE PRINT-RECORD.
002310     IF WS-PRINT-STATUS NOT = "00"
002320         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
002330             WS-PRINT-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370 8100-EXIT.
002380     EXIT.
002390*****************************************************************
002400* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
002410* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
002420*****************************************************************
002430 8200-PRINT-CONTROL-LINE.
002440     MOVE SPACES TO PRINT-RECORD.
002450     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
002460             WS-COUNT-EDIT DELIMITED BY SIZE
002470         INTO PRINT-RECORD.
002480     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002490 8200-EXIT.
002500     EXIT.
002510*****************************************************************
002520* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
002530*****************************************************************
002540 9000-TERMINATE.
002550     CLOSE EMPLOYEE-FEED-FILE.
002560     CLOSE EMPLOYEE-MASTER-FILE.
002570     CLOSE PRINT-FILE.
002580     DISPLAY "FEED RECORDS READ:        " WS-RECORDS-READ.
002590     DISPLAY "EMPLOYEES LOADED:         " WS-RECORDS-LOADED.
002600     DISPLAY "FEED RECORDS REJECTED:    " WS-REJECT-COUNT.
002610     MOVE "E" TO WS-RH-ENTRY-TYPE.
002620     MOVE WS-RECORDS-READ TO WS-RH-READ.
002630     MOVE WS-RECORDS-LOADED TO WS-RH-WRITTEN.
002640     MOVE WS-REJECT-COUNT TO WS-RH-REJECTED.
002650     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
002660 9000-EXIT.
002670     EXIT.
002680*****************************************************************
002690* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO
002700* THE SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND
002710* EACH WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN
002720* LATER ABENDS.
002730*****************************************************************
002740 9500-WRITE-RUN-HISTORY.
002750     OPEN EXTEND RUN-HISTORY-FILE.
002760     IF WS-RUNHIST-STATUS NOT = "00" AND
002770             WS-RUNHIST-STATUS NOT = "05"
002780         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
002790             WS-RUNHIST-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     MOVE "EMPMLOAD" TO RH-PROGRAM-NAME.
002840     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
002850     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
002860     ACCEPT WS-RH-TIME FROM TIME.
002870     MOVE WS-RH-DATE TO RH-RUN-DATE.
002880     MOVE WS-RH-TIME TO RH-RUN-TIME.
002890     MOVE WS-RH-READ TO RH-RECORDS-READ.
002900     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
002910     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
002920     MOVE RETURN-CODE TO RH-RETURN-CODE.
002930     WRITE RUN-HISTORY-RECORD.
002940     IF WS-RUNHIST-STATUS NOT = "00"
002950         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
002960             WS-RUNHIST-STATUS
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     CLOSE RUN-HISTORY-FILE.
003010 9500-EXIT.
003020     EXIT.
