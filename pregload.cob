000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PREGLOAD.
000030 AUTHOR. JAMES HILL.
000040 INSTALLATION. FRONT DESK OPERATIONS.
000050 DATE-WRITTEN. OCTOBER 15, 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY.
000090*   2026-10-15  JH  ORIGINAL PROGRAM.  DAILY LOAD OF THE HOSTS'
000100*                   VISITOR PRE-REGISTRATION FEED (PREGIN, IN THE
000110*                   PREGREC LAYOUT) INTO THE KEYED PRE-
000120*                   REGISTRATION FILE HELLO AND HELLOBAT MATCH
000130*                   BADGE-INS AGAINST.  A FEED RECORD WITH NO
000140*                   VISITOR NAME OR HOST, AN EXPECTED DATE THAT
000150*                   IS NOT YYYYMMDD OR IS ALREADY PAST, OR A
000160*                   VISITOR ALREADY PRE-REGISTERED WITH THE SAME
000170*                   HOST FOR THE SAME DAY IS LISTED ON THE
000180*                   PREGLDRP REJECT LISTING INSTEAD OF LOADED,
000190*                   AND ENDS THE RUN WITH RETURN CODE 4 SO THE
000200*                   DESK CAN GO BACK TO THE HOST.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PREREG-FEED-FILE ASSIGN TO "PREGIN"
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS WS-FEED-STATUS.
000280     SELECT OPTIONAL PREREG-FILE ASSIGN TO "PREREG"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS RANDOM
000310         RECORD KEY IS PR-PREREG-KEY
000320         FILE STATUS IS WS-PREREG-STATUS.
000330     SELECT PRINT-FILE ASSIGN TO "PREGLDRP"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-PRINT-STATUS.
000360     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-RUNHIST-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PREREG-FEED-FILE
000420     LABEL RECORDS ARE STANDARD.
000430 01  PREREG-FEED-RECORD              PIC X(110).
000440 FD  PREREG-FILE
000450     LABEL RECORDS ARE STANDARD.
000460     COPY PREGREC.
000470 FD  PRINT-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 01  PRINT-RECORD                    PIC X(132).
000500 FD  RUN-HISTORY-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY RUNHREC.
000530 WORKING-STORAGE SECTION.
000540*****************************************************************
000550* SWITCHES AND COUNTERS.
000560*****************************************************************
000570 77  WS-FEED-EOF-SWITCH          PIC X(01) VALUE "N".
000580     88  WS-FEED-EOF                 VALUE "Y".
000590 77  WS-FEED-STATUS              PIC X(02) VALUE "00".
000600 77  WS-PREREG-STATUS            PIC X(02) VALUE "00".
000610 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000620 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000630 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
000640 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
000650 77  WS-RECORDS-LOADED           PIC 9(09) COMP VALUE ZERO.
000660 77  WS-REJECT-COUNT             PIC 9(09) COMP VALUE ZERO.
000670 77  WS-COUNT-EDIT               PIC Z(8)9.
000680 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
000690 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
000700 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
000710 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
000720 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
000730 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
000740 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
000750 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
000760 PROCEDURE DIVISION.
000770*****************************************************************
000780* 0000-MAINLINE - TOP LEVEL CONTROL.
000790*****************************************************************
000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000820     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
000830         UNTIL WS-FEED-EOF.
000840     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
000850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000860     STOP RUN.
000870 0000-EXIT.
000880     EXIT.
000890*****************************************************************
000900* 1000-INITIALIZE - OPEN THE FEED, THE KEYED FILE, AND THE
000910* REJECT LISTING.  THE KEYED FILE IS CUMULATIVE, SO IT IS
000920* OPENED I-O - SELECT OPTIONAL LETS THE FIRST RUN CREATE IT.
000930*****************************************************************
000940 1000-INITIALIZE.
000950     DISPLAY "=================================================".
000960     DISPLAY " VISITOR PRE-REGISTRATION LOAD".
000970     DISPLAY "=================================================".
000980     MOVE "S" TO WS-RH-ENTRY-TYPE.
000990     MOVE ZERO TO WS-RH-READ.
001000     MOVE ZERO TO WS-RH-WRITTEN.
001010     MOVE ZERO TO WS-RH-REJECTED.
001020     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001030     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001040     OPEN INPUT PREREG-FEED-FILE.
001050     IF WS-FEED-STATUS NOT = "00"
001060         DISPLAY "UNABLE TO OPEN PRE-REGISTRATION FEED - STATUS "
001070             WS-FEED-STATUS
001080         MOVE 16 TO RETURN-CODE
001090         STOP RUN
001100     END-IF.
001110     OPEN I-O PREREG-FILE.
001120     IF WS-PREREG-STATUS NOT = "00" AND
001130             WS-PREREG-STATUS NOT = "05"
001140         DISPLAY "UNABLE TO OPEN PRE-REGISTRATION FILE - STATUS "
001150             WS-PREREG-STATUS
001160         MOVE 16 TO RETURN-CODE
001170         STOP RUN
001180     END-IF.
001190     OPEN OUTPUT PRINT-FILE.
001200     IF WS-PRINT-STATUS NOT = "00"
001210         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
001220             WS-PRINT-STATUS
001230         MOVE 16 TO RETURN-CODE
001240         STOP RUN
001250     END-IF.
001260     MOVE SPACES TO PRINT-RECORD.
001270     STRING "---- PRE-REGISTRATION FEED REJECTS FOR "
001280             DELIMITED BY SIZE
001290             WS-TODAY DELIMITED BY SIZE
001300             " ----" DELIMITED BY SIZE
001310         INTO PRINT-RECORD.
001320     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001330     MOVE SPACES TO PRINT-RECORD.
001340     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
001350 1000-EXIT.
001360     EXIT.
001370*****************************************************************
001380* 2000-LOAD-ONE-RECORD - READ ONE FEED RECORD, EDIT IT, AND ADD
001390* IT TO THE KEYED FILE AS EXPECTED AND NOT YET ARRIVED.  STATUS
001400* 22 MEANS THE HOST ALREADY PRE-REGISTERED THIS VISITOR FOR
001410* THAT DAY - THE FIRST ENTRY STANDS AND THE REPEAT IS LISTED.
001420*****************************************************************
001430 2000-LOAD-ONE-RECORD.
001440     READ PREREG-FEED-FILE INTO PREREG-RECORD
001450         AT END
001460             SET WS-FEED-EOF TO TRUE
001470             GO TO 2000-EXIT
001480     END-READ.
001490     ADD 1 TO WS-RECORDS-READ.
001500     MOVE SPACES TO WS-REJECT-REASON.
001510     IF PR-VISITOR-NAME = SPACES OR PR-VISITOR-NAME = LOW-VALUE
001520         MOVE "VISITOR NAME MISSING" TO WS-REJECT-REASON
001530         PERFORM 2100-WRITE-REJECT THRU 2100-EXIT
001540         GO TO 2000-EXIT
001550     END-IF.
001560     IF PR-HOST-EMPLOYEE-ID = SPACES OR
001570             PR-HOST-EMPLOYEE-ID = LOW-VALUE
001580         MOVE "HOST EMPLOYEE ID MISSING" TO WS-REJECT-REASON
001590         PERFORM 2100-WRITE-REJECT THRU 2100-EXIT
001600         GO TO 2000-EXIT
001610     END-IF.
001620     IF PR-EXPECTED-DATE IS NOT NUMERIC
001630         MOVE "EXPECTED DATE NOT YYYYMMDD" TO WS-REJECT-REASON
001640         PERFORM 2100-WRITE-REJECT THRU 2100-EXIT
001650         GO TO 2000-EXIT
001660     END-IF.
001670     IF PR-EXPECTED-DATE < WS-TODAY
001680         MOVE "EXPECTED DATE ALREADY PAST" TO WS-REJECT-REASON
001690         PERFORM 2100-WRITE-REJECT THRU 2100-EXIT
001700         GO TO 2000-EXIT
001710     END-IF.
001720     IF PR-SITE-CODE = SPACES OR PR-SITE-CODE = LOW-VALUE
001730         MOVE "HQ " TO PR-SITE-CODE
001740     END-IF.
001750     MOVE SPACE TO PR-ARRIVAL-STATUS.
001760     MOVE SPACES TO PR-ARRIVAL-TIME.
001770     WRITE PREREG-RECORD.
001780     IF WS-PREREG-STATUS = "22"
001790         MOVE "ALREADY PRE-REGISTERED" TO WS-REJECT-REASON
001800         PERFORM 2100-WRITE-REJECT THRU 2100-EXIT
001810         GO TO 2000-EXIT
001820     END-IF.
001830     IF WS-PREREG-STATUS NOT = "00"
001840         DISPLAY "UNABLE TO WRITE PRE-REGISTRATION - STATUS "
001850             WS-PREREG-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890     ADD 1 TO WS-RECORDS-LOADED.
001900 2000-EXIT.
001910     EXIT.
001920*****************************************************************
001930* 2100-WRITE-REJECT - LIST ONE FEED RECORD THAT WAS NOT LOADED
001940* WITH THE REASON, THE DATE, THE HOST, AND THE VISITOR.
001950*****************************************************************
001960 2100-WRITE-REJECT.
001970     ADD 1 TO WS-REJECT-COUNT.
001980     MOVE SPACES TO PRINT-RECORD.
001990     STRING "  " DELIMITED BY SIZE
002000             WS-REJECT-REASON DELIMITED BY SIZE
002010             "  " DELIMITED BY SIZE
002020             PR-EXPECTED-DATE DELIMITED BY SIZE
002030             "  HOST " DELIMITED BY SIZE
002040             PR-HOST-EMPLOYEE-ID DELIMITED BY SIZE
002050             "  " DELIMITED BY SIZE
002060             PR-VISITOR-NAME DELIMITED BY SIZE
002070         INTO PRINT-RECORD.
002080     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002090 2100-EXIT.
002100     EXIT.
002110*****************************************************************
002120* 8000-PRINT-TOTALS - PRINT THE CONTROL TOTALS.  EVERY FEED
002130* RECORD IS EITHER LOADED OR REJECTED; ANY REJECT ENDS THE RUN
002140* WITH RETURN CODE 4.
002150*****************************************************************
002160 8000-PRINT-TOTALS.
002170     MOVE SPACES TO PRINT-RECORD.
002180     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002190     MOVE "---- CONTROL TOTALS ----" TO PRINT-RECORD.
002200     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002210     MOVE "FEED RECORDS READ:       " TO WS-CONTROL-LABEL.
002220     MOVE WS-RECORDS-READ TO WS-COUNT-EDIT.
002230     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
002240     MOVE "PRE-REGISTRATIONS ADDED: " TO WS-CONTROL-LABEL.
002250     MOVE WS-RECORDS-LOADED TO WS-COUNT-EDIT.
002260     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
002270     MOVE "FEED RECORDS REJECTED:   " TO WS-CONTROL-LABEL.
002280     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
002290     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
002300     IF WS-REJECT-COUNT > ZERO
002310         DISPLAY "*** PRE-REGISTRATION REJECTS - SEE PREGLDRP"
002320         MOVE 4 TO RETURN-CODE
002330     END-IF.
002340 8000-EXIT.
002350     EXIT.
002360*****************************************************************
002370* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
002380* STATUS.
002390*****************************************************************
002400 8100-PRINT-ONE-LINE.
002410     WRITE PRINT-RECORD.
002420     IF WS-PRINT-STATUS NOT = "00"
002430         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
002440             WS-PRINT-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480 8100-EXIT.
002490     EXIT.
002500*****************************************************************
002510* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
002520* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
002530*****************************************************************
002540 8200-PRINT-CONTROL-LINE.
002550     MOVE SPACES TO PRINT-RECORD.
002560     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
002570             WS-COUNT-EDIT DELIMITED BY SIZE
002580         INTO PRINT-RECORD.
002590     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002600 8200-EXIT.
002610     EXIT.
002620*****************************************************************
002630* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
002640*****************************************************************
002650 9000-TERMINATE.
002660     CLOSE PREREG-FEED-FILE.
002670     CLOSE PREREG-FILE.
002680     CLOSE PRINT-FILE.
002690     DISPLAY "FEED RECORDS READ:        " WS-RECORDS-READ.
002700     DISPLAY "PRE-REGISTRATIONS ADDED:  " WS-RECORDS-LOADED.
002710     DISPLAY "FEED RECORDS REJECTED:    " WS-REJECT-COUNT.
002720     MOVE "E" TO WS-RH-ENTRY-TYPE.
002730     MOVE WS-RECORDS-READ TO WS-RH-READ.
002740     MOVE WS-RECORDS-LOADED TO WS-RH-WRITTEN.
002750     MOVE WS-REJECT-COUNT TO WS-RH-REJECTED.
002760     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
002770 9000-EXIT.
002780     EXIT.
002790*****************************************************************
002800* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO
002810* THE SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND
002820* EACH WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN
002830* LATER ABENDS.
002840*****************************************************************
002850 9500-WRITE-RUN-HISTORY.
002860     OPEN EXTEND RUN-HISTORY-FILE.
002870     IF WS-RUNHIST-STATUS NOT = "00" AND
002880             WS-RUNHIST-STATUS NOT = "05"
002890         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
002900             WS-RUNHIST-STATUS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     MOVE "PREGLOAD" TO RH-PROGRAM-NAME.
002950     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
002960     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
002970     ACCEPT WS-RH-TIME FROM TIME.
002980     MOVE WS-RH-DATE TO RH-RUN-DATE.
002990     MOVE WS-RH-TIME TO RH-RUN-TIME.
003000     MOVE WS-RH-READ TO RH-RECORDS-READ.
003010     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
003020     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
003030     MOVE RETURN-CODE TO RH-RETURN-CODE.
003040     WRITE RUN-HISTORY-RECORD.
003050     IF WS-RUNHIST-STATUS NOT = "00"
003060         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
003070             WS-RUNHIST-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110     CLOSE RUN-HISTORY-FILE.
003120 9500-EXIT.
003130     EXIT.
