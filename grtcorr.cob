000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRTCORR.
000030 AUTHOR. JAMES HILL.
000040 INSTALLATION. FRONT DESK OPERATIONS.
000050 DATE-WRITTEN. OCTOBER 15, 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY.
000090*   2026-10-15  JH  ORIGINAL PROGRAM.  APPLIES CHANGE AND VOID
000100*                   TRANSACTIONS (CORRTRAN, LAYOUT IN CORRREC)
000110*                   TO GREETINGS ALREADY LOGGED - A WRONG
000120*                   DEPARTMENT, SHIFT, OR SITE, THE WRONG
000130*                   BUSINESS DATE ON A CATCH-UP RUN, OR AN
000140*                   ARRIVAL THAT SHOULD NEVER HAVE BEEN GREETED.
000150*                   EACH TRANSACTION IS KEYED ON EMPLOYEE ID
000160*                   PLUS LOG DATE.  A CHANGE REWRITES THE
000170*                   GREETING MASTER ENTRY (DELETE AND ADD WHEN
000180*                   THE DATE MOVES) AND A VOID DELETES IT; THE
000190*                   JOURNAL IS NEVER REWRITTEN - A REVERSAL
000200*                   IMAGE OF THE OLD ENTRY, AND FOR A CHANGE A
000210*                   REPLACEMENT IMAGE OF THE NEW ONE, ARE
000220*                   APPENDED TO GREETLOG SO THE JOURNAL STILL
000230*                   EXPLAINS WHAT HAPPENED.  EVERY APPLIED
000240*                   CORRECTION GOES TO HR ON THE HRCORR FILE
000250*                   (LAYOUT IN HRCRREC), AND ONE THAT TOUCHES A
000260*                   MONTH PAYXTRCT HAS ALREADY SENT TO PAYROLL
000270*                   IS FLAGGED THERE AND ON THE CORRRPT LISTING
000280*                   SO PAYROLL CAN BE ADJUSTED BY HAND.
000281*   2026-10-15  JH  EACH APPLIED VOID, AND EACH CHANGE THAT MOVES
000282*                   A GREETING TO ANOTHER DATE, NOW POSTS A COUNT
000283*                   OF ONE TO THE SHARED CONTROL-COUNT DATASET
000284*                   (CTLCNTS, LAYOUT IN CTLCREC) UNDER THE
000285*                   BUSINESS DATE IT TOOK THE GREETING FROM OR
000286*                   GAVE IT TO - VOIDED AND MOVEDOUT FOR THE OLD
000287*                   DATE, MOVEDIN FOR THE NEW - SO THE NITEBAL
000288*                   BALANCING SHEET CAN ALLOW FOR THEM BETWEEN
000289*                   GREETINGS LOGGED AND GREETINGS SENT TO HR.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CORRECTION-TRANS-FILE ASSIGN TO "CORRTRAN"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-TRANS-STATUS.
000360     SELECT GREETING-MASTER-FILE ASSIGN TO "GREETMST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS GM-MASTER-KEY
000400         ALTERNATE RECORD KEY IS GM-LOG-DATE WITH DUPLICATES
000410         FILE STATUS IS WS-MASTER-STATUS.
000420     SELECT GREETING-LOG-FILE ASSIGN TO "GREETLOG"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-LOG-STATUS.
000450     SELECT OPTIONAL HR-CORRECTION-FILE ASSIGN TO "HRCORR"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-HRCORR-STATUS.
000480     SELECT OPTIONAL PAYROLL-EXTRACT-FILE ASSIGN TO "PAYEXTR"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PAYEXTR-STATUS.
000510     SELECT PRINT-FILE ASSIGN TO "CORRRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PRINT-STATUS.
000540     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RUNHIST-STATUS.
000562     SELECT OPTIONAL CONTROL-COUNT-FILE ASSIGN TO "CTLCNTS"
000564         ORGANIZATION IS SEQUENTIAL
000566         FILE STATUS IS WS-CTLCNTS-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CORRECTION-TRANS-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY CORRREC.
000620 FD  GREETING-MASTER-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY GREETMST.
000650 FD  GREETING-LOG-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY GREETREC.
000680 FD  HR-CORRECTION-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY HRCRREC.
000710 FD  PAYROLL-EXTRACT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY PAYXREC.
000740 FD  PRINT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  PRINT-RECORD                    PIC X(132).
000770 FD  RUN-HISTORY-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY RUNHREC.
000792 FD  CONTROL-COUNT-FILE
000794     LABEL RECORDS ARE STANDARD.
000796     COPY CTLCREC.
000800 WORKING-STORAGE SECTION.
000810*****************************************************************
000820* SWITCHES AND COUNTERS.
000830*****************************************************************
000840 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE "N".
000850     88  WS-TRANS-EOF                VALUE "Y".
000860 77  WS-PAYEXTR-EOF-SWITCH       PIC X(01) VALUE "N".
000870     88  WS-PAYEXTR-EOF              VALUE "Y".
000880 77  WS-TRANS-STATUS             PIC X(02) VALUE "00".
000890 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
000900 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
000910 77  WS-HRCORR-STATUS            PIC X(02) VALUE "00".
000920 77  WS-PAYEXTR-STATUS           PIC X(02) VALUE "00".
000930 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
000940 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000950 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
000960 77  WS-ENTRY-MARKER             PIC X(04) VALUE SPACES.
000970 77  WS-ACTION-LABEL             PIC X(09) VALUE SPACES.
000980 77  WS-CHECK-MONTH              PIC X(06) VALUE SPACES.
000990 77  WS-MONTH-FOUND-SWITCH       PIC X(01) VALUE "N".
001000     88  WS-MONTH-FOUND              VALUE "Y".
001010 77  WS-MAX-MONTHS               PIC 9(05) COMP VALUE 120.
001020 77  WS-MONTH-COUNT              PIC 9(05) COMP VALUE ZERO.
001030 77  WS-MONTH-INDEX              PIC 9(05) COMP VALUE ZERO.
001040 77  WS-TRANS-READ               PIC 9(09) COMP VALUE ZERO.
001050 77  WS-CHANGES-APPLIED          PIC 9(09) COMP VALUE ZERO.
001060 77  WS-VOIDS-APPLIED            PIC 9(09) COMP VALUE ZERO.
001070 77  WS-REJECT-COUNT             PIC 9(09) COMP VALUE ZERO.
001080 77  WS-JOURNAL-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001090 77  WS-HR-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001100 77  WS-PAYROLL-FLAGGED          PIC 9(09) COMP VALUE ZERO.
001105 77  WS-COUNTS-POSTED            PIC 9(09) COMP VALUE ZERO.
001110 77  WS-COUNT-EDIT               PIC Z(8)9.
001120 77  WS-CONTROL-LABEL            PIC X(25) VALUE SPACES.
001130 77  WS-RUNHIST-STATUS           PIC X(02) VALUE "00".
001140 77  WS-RH-ENTRY-TYPE            PIC X(01) VALUE "S".
001150 77  WS-RH-READ                  PIC 9(09) COMP VALUE ZERO.
001160 77  WS-RH-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001170 77  WS-RH-REJECTED              PIC 9(09) COMP VALUE ZERO.
001180 77  WS-RH-DATE                  PIC 9(08) VALUE ZERO.
001190 77  WS-RH-TIME                  PIC 9(08) VALUE ZERO.
001191 77  WS-CTLCNTS-STATUS           PIC X(02) VALUE "00".
001192 77  WS-CC-COUNT-NAME            PIC X(08) VALUE SPACES.
001193 77  WS-CC-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
001194 77  WS-CC-RUN-DATE              PIC 9(08) VALUE ZERO.
001195 77  WS-CC-RUN-TIME              PIC 9(08) VALUE ZERO.
001200*****************************************************************
001210* THE MASTER ENTRY AS IT STOOD BEFORE THE CORRECTION AND AS IT
001220* STANDS AFTER, HELD SO THE REVERSAL AND REPLACEMENT JOURNAL
001230* IMAGES CAN BOTH BE BUILT ONCE THE MASTER HAS BEEN UPDATED.
001240*****************************************************************
001250 01  SAVED-MASTER-RECORD             PIC X(160).
001260 01  NEW-MASTER-RECORD               PIC X(160).
001270*****************************************************************
001280* CLOSED PAYROLL MONTHS - EVERY EXTRACT MONTH FOUND ACROSS THE
001290* PAYEXTR GENERATIONS.  A MONTH PAYXTRCT HAS WRITTEN IS A MONTH
001300* PAYROLL HAS ALREADY BEEN GIVEN.
001310*****************************************************************
001320 01  CLOSED-MONTH-TABLE.
001330     05  CLOSED-MONTH-ENTRY OCCURS 120 TIMES.
001340         10  CM-EXTRACT-MONTH        PIC X(06).
001350 PROCEDURE DIVISION.
001360*****************************************************************
001370* 0000-MAINLINE - TOP LEVEL CONTROL.
001380*****************************************************************
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     PERFORM 2000-APPLY-ONE-CORRECTION THRU 2000-EXIT
001420         UNTIL WS-TRANS-EOF.
001430     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001450     STOP RUN.
001460 0000-EXIT.
001470     EXIT.
001480*****************************************************************
001490* 1000-INITIALIZE - LOAD THE CLOSED PAYROLL MONTHS, OPEN THE
001500* TRANSACTIONS, THE MASTER FOR UPDATE, THE JOURNAL AND THE HR
001510* CORRECTION FILE FOR APPEND, AND THE LISTING.
001520*****************************************************************
001530 1000-INITIALIZE.
001540     DISPLAY "=================================================".
001550     DISPLAY " GREETING CORRECTIONS".
001560     DISPLAY "=================================================".
001570     MOVE "S" TO WS-RH-ENTRY-TYPE.
001580     MOVE ZERO TO WS-RH-READ.
001590     MOVE ZERO TO WS-RH-WRITTEN.
001600     MOVE ZERO TO WS-RH-REJECTED.
001610     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
001620     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001630     INITIALIZE CLOSED-MONTH-TABLE.
001640     PERFORM 1100-LOAD-CLOSED-MONTHS THRU 1100-EXIT.
001650     OPEN INPUT CORRECTION-TRANS-FILE.
001660     IF WS-TRANS-STATUS NOT = "00"
001670         DISPLAY "UNABLE TO OPEN CORRECTION FILE - STATUS "
001680             WS-TRANS-STATUS
001690         MOVE 16 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720     OPEN I-O GREETING-MASTER-FILE.
001730     IF WS-MASTER-STATUS NOT = "00"
001740         DISPLAY "UNABLE TO OPEN GREETING-MASTER - STATUS "
001750             WS-MASTER-STATUS
001760         MOVE 16 TO RETURN-CODE
001770         STOP RUN
001780     END-IF.
001790     OPEN EXTEND GREETING-LOG-FILE.
001800     IF WS-LOG-STATUS NOT = "00"
001810         DISPLAY "UNABLE TO OPEN GREETING-LOG - STATUS "
001820             WS-LOG-STATUS
001830         MOVE 16 TO RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860     OPEN EXTEND HR-CORRECTION-FILE.
001870     IF WS-HRCORR-STATUS NOT = "00" AND
001880             WS-HRCORR-STATUS NOT = "05"
001890         DISPLAY "UNABLE TO OPEN HR CORRECTION FILE - STATUS "
001900             WS-HRCORR-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF.
001940     OPEN OUTPUT PRINT-FILE.
001950     IF WS-PRINT-STATUS NOT = "00"
001960         DISPLAY "UNABLE TO OPEN PRINT FILE - STATUS "
001970             WS-PRINT-STATUS
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010     MOVE SPACES TO PRINT-RECORD.
002020     STRING "---- GREETING CORRECTIONS APPLIED " DELIMITED BY SIZE
002030             WS-TODAY DELIMITED BY SIZE
002040             " ----" DELIMITED BY SIZE
002050         INTO PRINT-RECORD.
002060     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002070     MOVE SPACES TO PRINT-RECORD.
002080     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
002090 1000-EXIT.
002100     EXIT.
002110*****************************************************************
002120* 1100-LOAD-CLOSED-MONTHS - TABLE EVERY DISTINCT EXTRACT MONTH
002130* ON THE PAYROLL EXTRACT.  THE DD NAMES THE GDG BASE, SO EVERY
002140* GENERATION PAYXTRCT HAS WRITTEN IS READ.  NO EXTRACT YET MEANS
002150* NO MONTH IS CLOSED.
002160*****************************************************************
002170 1100-LOAD-CLOSED-MONTHS.
002180     OPEN INPUT PAYROLL-EXTRACT-FILE.
002190     IF WS-PAYEXTR-STATUS NOT = "00" AND
002200             WS-PAYEXTR-STATUS NOT = "05"
002210         DISPLAY "UNABLE TO OPEN PAYROLL EXTRACT - STATUS "
002220             WS-PAYEXTR-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     PERFORM 1110-LOAD-ONE-MONTH THRU 1110-EXIT
002270         UNTIL WS-PAYEXTR-EOF.
002280     CLOSE PAYROLL-EXTRACT-FILE.
002290     DISPLAY "CLOSED PAYROLL MONTHS:   " WS-MONTH-COUNT.
002300 1100-EXIT.
002310     EXIT.
002320*****************************************************************
002330* 1110-LOAD-ONE-MONTH - READ ONE EXTRACT RECORD AND FILE ITS
002340* MONTH IF NOT ALREADY IN THE TABLE.
002350*****************************************************************
002360 1110-LOAD-ONE-MONTH.
002370     READ PAYROLL-EXTRACT-FILE
002380         AT END
002390             SET WS-PAYEXTR-EOF TO TRUE
002400             GO TO 1110-EXIT
002410     END-READ.
002420     MOVE PX-EXTRACT-MONTH TO WS-CHECK-MONTH.
002430     PERFORM 1200-FIND-CLOSED-MONTH THRU 1200-EXIT.
002440     IF WS-MONTH-FOUND
002450         GO TO 1110-EXIT
002460     END-IF.
002470     IF WS-MONTH-COUNT >= WS-MAX-MONTHS
002480         DISPLAY "PAYROLL MONTHS EXCEED TABLE OF " WS-MAX-MONTHS
002490             " - ENLARGE CLOSED-MONTH-TABLE"
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF.
002530     ADD 1 TO WS-MONTH-COUNT.
002540     MOVE PX-EXTRACT-MONTH TO CM-EXTRACT-MONTH (WS-MONTH-COUNT).
002550 1110-EXIT.
002560     EXIT.
002570*****************************************************************
002580* 1200-FIND-CLOSED-MONTH - SEARCH THE CLOSED-MONTH TABLE FOR
002590* WS-CHECK-MONTH.
002600*****************************************************************
002610 1200-FIND-CLOSED-MONTH.
002620     MOVE "N" TO WS-MONTH-FOUND-SWITCH.
002630     PERFORM 1210-TEST-ONE-MONTH THRU 1210-EXIT
002640         VARYING WS-MONTH-INDEX FROM 1 BY 1
002650         UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
002660             OR WS-MONTH-FOUND.
002670 1200-EXIT.
002680     EXIT.
002690*****************************************************************
002700* 1210-TEST-ONE-MONTH - COMPARE ONE TABLE ENTRY.
002710*****************************************************************
002720 1210-TEST-ONE-MONTH.
002730     IF CM-EXTRACT-MONTH (WS-MONTH-INDEX) = WS-CHECK-MONTH
002740         SET WS-MONTH-FOUND TO TRUE
002750     END-IF.
002760 1210-EXIT.
002770     EXIT.
002780*****************************************************************
002790* 2000-APPLY-ONE-CORRECTION - READ ONE TRANSACTION, EDIT THE
002800* FIELDS EVERY TRANSACTION CARRIES, FIND THE MASTER ENTRY, AND
002810* HAND OFF TO THE VOID OR CHANGE PARAGRAPH.  A TRANSACTION THAT
002820* FAILS AN EDIT IS LISTED AND NOTHING IS WRITTEN FOR IT.
002830*****************************************************************
002840 2000-APPLY-ONE-CORRECTION.
002850     READ CORRECTION-TRANS-FILE
002860         AT END
002870             SET WS-TRANS-EOF TO TRUE
002880             GO TO 2000-EXIT
002890     END-READ.
002900     ADD 1 TO WS-TRANS-READ.
002910     MOVE SPACES TO WS-REJECT-REASON.
002920     IF NOT CT-CHANGE AND NOT CT-VOID
002930         MOVE "TRANSACTION TYPE NOT C OR V" TO WS-REJECT-REASON
002940         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002950         GO TO 2000-EXIT
002960     END-IF.
002970     IF CT-EMPLOYEE-ID = SPACES OR CT-EMPLOYEE-ID = LOW-VALUE
002980         MOVE "EMPLOYEE ID MISSING" TO WS-REJECT-REASON
002990         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003000         GO TO 2000-EXIT
003010     END-IF.
003020     IF CT-LOG-DATE IS NOT NUMERIC
003030         MOVE "LOG DATE NOT YYYYMMDD" TO WS-REJECT-REASON
003040         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003050         GO TO 2000-EXIT
003060     END-IF.
003070     IF CT-OPERATOR-ID = SPACES OR CT-OPERATOR-ID = LOW-VALUE
003080         MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
003090         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003100         GO TO 2000-EXIT
003110     END-IF.
003120     MOVE CT-EMPLOYEE-ID TO GM-EMPLOYEE-ID.
003130     MOVE CT-LOG-DATE TO GM-LOG-DATE.
003140     READ GREETING-MASTER-FILE
003150         INVALID KEY
003160             MOVE "NOT ON GREETING MASTER" TO WS-REJECT-REASON
003170             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003180             GO TO 2000-EXIT
003190     END-READ.
003200     IF WS-MASTER-STATUS NOT = "00"
003210         DISPLAY "UNABLE TO READ GREETING-MASTER - STATUS "
003220             WS-MASTER-STATUS
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     MOVE GREETING-MASTER-RECORD TO SAVED-MASTER-RECORD.
003270     MOVE SPACES TO HR-CORRECTION-RECORD.
003280     MOVE CT-TRANS-TYPE TO HC-ACTION.
003290     MOVE GM-EMPLOYEE-ID TO HC-EMPLOYEE-ID.
003300     MOVE GM-LOG-TIME TO HC-LOG-TIME.
003310     MOVE GM-LOG-DATE TO HC-OLD-LOG-DATE.
003320     MOVE GM-DEPARTMENT TO HC-OLD-DEPARTMENT.
003330     MOVE GM-SHIFT TO HC-OLD-SHIFT.
003340     MOVE GM-SITE-CODE TO HC-OLD-SITE-CODE.
003350     MOVE WS-TODAY TO HC-CORRECTED-DATE.
003360     MOVE "N" TO HC-PAYROLL-FLAG.
003370     IF CT-VOID
003380         PERFORM 2100-APPLY-VOID THRU 2100-EXIT
003390     ELSE
003400         PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
003410     END-IF.
003420 2000-EXIT.
003430     EXIT.
003440*****************************************************************
003450* 2100-APPLY-VOID - DELETE THE MASTER ENTRY AND JOURNAL A
003460* REVERSAL OF IT.  THERE IS NO REPLACEMENT IMAGE.  THE VOID IS
003465* POSTED TO THE CONTROL COUNTS AGAINST THE DATE IT CAME OFF.
003470*****************************************************************
003480 2100-APPLY-VOID.
003490     DELETE GREETING-MASTER-FILE.
003500     IF WS-MASTER-STATUS NOT = "00"
003510         DISPLAY "UNABLE TO DELETE GREETING-MASTER - STATUS "
003520             WS-MASTER-STATUS
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     MOVE "*RV*" TO WS-ENTRY-MARKER.
003570     PERFORM 2300-WRITE-JOURNAL-IMAGE THRU 2300-EXIT.
003580     ADD 1 TO WS-VOIDS-APPLIED.
003582     MOVE "VOIDED" TO WS-CC-COUNT-NAME.
003584     MOVE CT-LOG-DATE TO WS-CC-BUSINESS-DATE.
003586     PERFORM 9600-POST-CONTROL-COUNT THRU 9600-EXIT.
003590     MOVE "VOIDED" TO WS-ACTION-LABEL.
003600     PERFORM 2500-CHECK-PAYROLL-MONTHS THRU 2500-EXIT.
003610     PERFORM 2400-WRITE-HR-CORRECTION THRU 2400-EXIT.
003620     PERFORM 2800-PRINT-APPLIED-LINE THRU 2800-EXIT.
003630 2100-EXIT.
003640     EXIT.
003650*****************************************************************
003660* 2200-APPLY-CHANGE - EDIT THE NEW VALUES INTO THE MASTER
003670* ENTRY.  A BLANK NEW FIELD KEEPS THE OLD VALUE.  WHEN THE LOG
003680* DATE STAYS THE SAME THE ENTRY IS REWRITTEN IN PLACE; WHEN IT
003690* MOVES, THE KEY CHANGES, SO THE OLD ENTRY IS DELETED AND THE
003700* NEW ONE ADDED - PROVIDED THE EMPLOYEE HAS NO GREETING ON THE
003710* NEW DATE ALREADY.  THE OLD IMAGE IS THEN JOURNALLED AS A
003720* REVERSAL AND THE NEW IMAGE AS ITS REPLACEMENT.  A DATE MOVE IS
003722* POSTED TO THE CONTROL COUNTS AS MOVED OUT OF THE OLD DATE AND
003724* MOVED IN TO THE NEW ONE.
003730*****************************************************************
003740 2200-APPLY-CHANGE.
003750     IF CT-NEW-DEPARTMENT = SPACES
003760             AND CT-NEW-SHIFT = SPACE
003770             AND CT-NEW-SITE-CODE = SPACES
003780             AND CT-NEW-LOG-DATE = SPACES
003790         MOVE "NO NEW VALUE ON CHANGE" TO WS-REJECT-REASON
003800         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003810         GO TO 2200-EXIT
003820     END-IF.
003830     IF CT-NEW-SHIFT NOT = SPACE AND NOT CT-NEW-SHIFT-VALID
003840         MOVE "NEW SHIFT NOT D, E, OR N" TO WS-REJECT-REASON
003850         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003860         GO TO 2200-EXIT
003870     END-IF.
003880     IF CT-NEW-SITE-CODE (1:1) = "*"
003890         MOVE "NEW SITE CODE NOT VALID" TO WS-REJECT-REASON
003900         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003910         GO TO 2200-EXIT
003920     END-IF.
003930     IF CT-NEW-LOG-DATE NOT = SPACES
003940         IF CT-NEW-LOG-DATE IS NOT NUMERIC
003950             MOVE "NEW LOG DATE NOT YYYYMMDD" TO WS-REJECT-REASON
003960             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003970             GO TO 2200-EXIT
003980         END-IF
003990         IF CT-NEW-LOG-DATE > WS-TODAY
004000             MOVE "NEW LOG DATE IN THE FUTURE" TO WS-REJECT-REASON
004010             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
004020             GO TO 2200-EXIT
004030         END-IF
004040     END-IF.
004050     IF CT-NEW-DEPARTMENT NOT = SPACES
004060         MOVE CT-NEW-DEPARTMENT TO GM-DEPARTMENT
004070     END-IF.
004080     IF CT-NEW-SHIFT NOT = SPACE
004090         MOVE CT-NEW-SHIFT TO GM-SHIFT
004100     END-IF.
004110     IF CT-NEW-SITE-CODE NOT = SPACES
004120         MOVE CT-NEW-SITE-CODE TO GM-SITE-CODE
004130     END-IF.
004140     IF CT-NEW-LOG-DATE NOT = SPACES
004150         MOVE CT-NEW-LOG-DATE TO GM-LOG-DATE
004160     END-IF.
004170     MOVE GREETING-MASTER-RECORD TO NEW-MASTER-RECORD.
004180     IF NEW-MASTER-RECORD = SAVED-MASTER-RECORD
004190         MOVE "CHANGE MATCHES MASTER ALREADY" TO WS-REJECT-REASON
004200         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
004210         GO TO 2200-EXIT
004220     END-IF.
004230     IF GM-LOG-DATE = CT-LOG-DATE
004240         PERFORM 2210-REWRITE-IN-PLACE THRU 2210-EXIT
004250     ELSE
004260         PERFORM 2220-MOVE-TO-NEW-DATE THRU 2220-EXIT
004270     END-IF.
004280     IF WS-REJECT-REASON NOT = SPACES
004290         GO TO 2200-EXIT
004300     END-IF.
004310     MOVE SAVED-MASTER-RECORD TO GREETING-MASTER-RECORD.
004320     MOVE "*RV*" TO WS-ENTRY-MARKER.
004330     PERFORM 2300-WRITE-JOURNAL-IMAGE THRU 2300-EXIT.
004340     MOVE NEW-MASTER-RECORD TO GREETING-MASTER-RECORD.
004350     MOVE "*RP*" TO WS-ENTRY-MARKER.
004360     PERFORM 2300-WRITE-JOURNAL-IMAGE THRU 2300-EXIT.
004370     MOVE GM-LOG-DATE TO HC-NEW-LOG-DATE.
004380     MOVE GM-DEPARTMENT TO HC-NEW-DEPARTMENT.
004390     MOVE GM-SHIFT TO HC-NEW-SHIFT.
004400     MOVE GM-SITE-CODE TO HC-NEW-SITE-CODE.
004410     ADD 1 TO WS-CHANGES-APPLIED.
004411     IF GM-LOG-DATE NOT = CT-LOG-DATE
004412         MOVE "MOVEDOUT" TO WS-CC-COUNT-NAME
004413         MOVE CT-LOG-DATE TO WS-CC-BUSINESS-DATE
004414         PERFORM 9600-POST-CONTROL-COUNT THRU 9600-EXIT
004415         MOVE "MOVEDIN" TO WS-CC-COUNT-NAME
004416         MOVE GM-LOG-DATE TO WS-CC-BUSINESS-DATE
004417         PERFORM 9600-POST-CONTROL-COUNT THRU 9600-EXIT
004418     END-IF.
004420     MOVE "CHANGED" TO WS-ACTION-LABEL.
004430     PERFORM 2500-CHECK-PAYROLL-MONTHS THRU 2500-EXIT.
004440     PERFORM 2400-WRITE-HR-CORRECTION THRU 2400-EXIT.
004450     PERFORM 2800-PRINT-APPLIED-LINE THRU 2800-EXIT.
004460 2200-EXIT.
004470     EXIT.
004480*****************************************************************
004490* 2210-REWRITE-IN-PLACE - THE KEY IS UNCHANGED, SO THE ENTRY
004500* JUST READ IS REWRITTEN WITH THE NEW VALUES.
004510*****************************************************************
004520 2210-REWRITE-IN-PLACE.
004530     REWRITE GREETING-MASTER-RECORD.
004540     IF WS-MASTER-STATUS NOT = "00"
004550         DISPLAY "UNABLE TO REWRITE GREETING-MASTER - STATUS "
004560             WS-MASTER-STATUS
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600 2210-EXIT.
004610     EXIT.
004620*****************************************************************
004630* 2220-MOVE-TO-NEW-DATE - PROVE THE NEW KEY IS FREE, THEN DELETE
004640* THE OLD ENTRY AND ADD THE NEW ONE.  AN EMPLOYEE ALREADY
004650* GREETED ON THE NEW DATE IS A REJECT - THE DESK DECIDES WHICH
004660* OF THE TWO ARRIVALS STANDS AND VOIDS THE OTHER.
004670*****************************************************************
004680 2220-MOVE-TO-NEW-DATE.
004690     READ GREETING-MASTER-FILE
004700         INVALID KEY
004710             CONTINUE
004720         NOT INVALID KEY
004730             MOVE "ALREADY GREETED ON NEW DATE"
004740                 TO WS-REJECT-REASON
004750             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
004760             GO TO 2220-EXIT
004770     END-READ.
004780     MOVE SAVED-MASTER-RECORD TO GREETING-MASTER-RECORD.
004790     DELETE GREETING-MASTER-FILE.
004800     IF WS-MASTER-STATUS NOT = "00"
004810         DISPLAY "UNABLE TO DELETE GREETING-MASTER - STATUS "
004820             WS-MASTER-STATUS
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860     MOVE NEW-MASTER-RECORD TO GREETING-MASTER-RECORD.
004870     WRITE GREETING-MASTER-RECORD.
004880     IF WS-MASTER-STATUS NOT = "00"
004890         DISPLAY "UNABLE TO WRITE GREETING-MASTER - STATUS "
004900             WS-MASTER-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940 2220-EXIT.
004950     EXIT.
004960*****************************************************************
004970* 2300-WRITE-JOURNAL-IMAGE - APPEND THE MASTER ENTRY NOW IN THE
004980* RECORD AREA TO THE JOURNAL AS A REVERSAL OR REPLACEMENT.  THE
004990* GREETING TEXT CARRIES THE MARKER, THE CORRECTION DATE, THE
005000* OPERATOR, AND THE REASON; THE REST IS THE ENTRY AS IT STANDS.
005010*****************************************************************
005020 2300-WRITE-JOURNAL-IMAGE.
005030     MOVE GM-USER-NAME TO GR-USER-NAME.
005040     MOVE SPACES TO GR-GREETING.
005050     MOVE WS-ENTRY-MARKER TO GR-ENTRY-MARKER.
005060     MOVE WS-TODAY TO GR-CORRECTED-DATE.
005070     MOVE CT-OPERATOR-ID TO GR-CORRECTED-BY.
005080     MOVE CT-REASON-TEXT TO GR-CORRECTION-REASON.
005090     MOVE GM-LOG-DATE TO GR-LOG-DATE.
005100     MOVE GM-LOG-TIME TO GR-LOG-TIME.
005110     MOVE GM-EMPLOYEE-ID TO GR-EMPLOYEE-ID.
005120     MOVE GM-DEPARTMENT TO GR-DEPARTMENT.
005130     MOVE GM-SHIFT TO GR-SHIFT.
005140     MOVE GM-SITE-CODE TO GR-SITE-CODE.
005150     WRITE GREETING-RECORD.
005160     IF WS-LOG-STATUS NOT = "00"
005170         DISPLAY "UNABLE TO WRITE GREETING-LOG - STATUS "
005180             WS-LOG-STATUS
005190         MOVE 16 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220     ADD 1 TO WS-JOURNAL-WRITTEN.
005230 2300-EXIT.
005240     EXIT.
005250*****************************************************************
005260* 2400-WRITE-HR-CORRECTION - SEND THE BEFORE AND AFTER VALUES
005270* TO HR.
005280*****************************************************************
005290 2400-WRITE-HR-CORRECTION.
005300     WRITE HR-CORRECTION-RECORD.
005310     IF WS-HRCORR-STATUS NOT = "00"
005320         DISPLAY "UNABLE TO WRITE HR CORRECTION - STATUS "
005330             WS-HRCORR-STATUS
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF.
005370     ADD 1 TO WS-HR-WRITTEN.
005380 2400-EXIT.
005390     EXIT.
005400*****************************************************************
005410* 2500-CHECK-PAYROLL-MONTHS - FLAG THE CORRECTION WHEN THE OLD
005420* LOG DATE, OR THE NEW ONE FOR A CHANGE, FALLS IN A MONTH
005430* PAYROLL HAS ALREADY BEEN SENT.  THE OLD MONTH WINS WHEN BOTH
005440* ARE CLOSED.
005450*****************************************************************
005460 2500-CHECK-PAYROLL-MONTHS.
005470     MOVE HC-OLD-LOG-DATE (1:6) TO WS-CHECK-MONTH.
005480     PERFORM 1200-FIND-CLOSED-MONTH THRU 1200-EXIT.
005490     IF NOT WS-MONTH-FOUND AND HC-NEW-LOG-DATE NOT = SPACES
005500         MOVE HC-NEW-LOG-DATE (1:6) TO WS-CHECK-MONTH
005510         PERFORM 1200-FIND-CLOSED-MONTH THRU 1200-EXIT
005520     END-IF.
005530     IF WS-MONTH-FOUND
005540         MOVE "Y" TO HC-PAYROLL-FLAG
005550         MOVE WS-CHECK-MONTH TO HC-PAYROLL-MONTH
005560         ADD 1 TO WS-PAYROLL-FLAGGED
005570     END-IF.
005580 2500-EXIT.
005590     EXIT.
005600*****************************************************************
005610* 2700-WRITE-REJECT - LIST ONE TRANSACTION THAT WAS NOT APPLIED
005620* WITH THE REASON.
005630*****************************************************************
005640 2700-WRITE-REJECT.
005650     ADD 1 TO WS-REJECT-COUNT.
005660     MOVE SPACES TO PRINT-RECORD.
005670     STRING "  REJECTED  " DELIMITED BY SIZE
005680             CT-TRANS-TYPE DELIMITED BY SIZE
005690             "  " DELIMITED BY SIZE
005700             CT-EMPLOYEE-ID DELIMITED BY SIZE
005710             "  " DELIMITED BY SIZE
005720             CT-LOG-DATE DELIMITED BY SIZE
005730             "  " DELIMITED BY SIZE
005740             WS-REJECT-REASON DELIMITED BY SIZE
005750             "  OPERATOR " DELIMITED BY SIZE
005760             CT-OPERATOR-ID DELIMITED BY SIZE
005770         INTO PRINT-RECORD.
005780     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
005790 2700-EXIT.
005800     EXIT.
005810*****************************************************************
005820* 2800-PRINT-APPLIED-LINE - LIST ONE APPLIED CORRECTION, OLD
005830* VALUES THEN NEW, AND THE PAYROLL WARNING WHEN FLAGGED.
005840*****************************************************************
005850 2800-PRINT-APPLIED-LINE.
005860     MOVE SPACES TO PRINT-RECORD.
005870     STRING "  " DELIMITED BY SIZE
005880             WS-ACTION-LABEL DELIMITED BY SIZE
005890             " " DELIMITED BY SIZE
005900             HC-EMPLOYEE-ID DELIMITED BY SIZE
005910             "  WAS " DELIMITED BY SIZE
005920             HC-OLD-LOG-DATE DELIMITED BY SIZE
005930             " " DELIMITED BY SIZE
005940             HC-OLD-DEPARTMENT DELIMITED BY SIZE
005950             " " DELIMITED BY SIZE
005960             HC-OLD-SHIFT DELIMITED BY SIZE
005970             " " DELIMITED BY SIZE
005980             HC-OLD-SITE-CODE DELIMITED BY SIZE
005990             "  NOW " DELIMITED BY SIZE
006000             HC-NEW-LOG-DATE DELIMITED BY SIZE
006010             " " DELIMITED BY SIZE
006020             HC-NEW-DEPARTMENT DELIMITED BY SIZE
006030             " " DELIMITED BY SIZE
006040             HC-NEW-SHIFT DELIMITED BY SIZE
006050             " " DELIMITED BY SIZE
006060             HC-NEW-SITE-CODE DELIMITED BY SIZE
006070             "  " DELIMITED BY SIZE
006080             CT-OPERATOR-ID DELIMITED BY SIZE
006090         INTO PRINT-RECORD.
006100     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
006110     IF HC-PAYROLL-MONTH-CLOSED
006120         MOVE SPACES TO PRINT-RECORD
006130         STRING "            *** PAYROLL MONTH " DELIMITED BY SIZE
006140                 HC-PAYROLL-MONTH DELIMITED BY SIZE
006150                 " ALREADY SENT - ADJUST PAYROLL BY HAND"
006160                 DELIMITED BY SIZE
006170             INTO PRINT-RECORD
006180         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
006190     END-IF.
006200 2800-EXIT.
006210     EXIT.
006220*****************************************************************
006230* 8000-PRINT-TOTALS - PRINT THE CONTROL TOTALS AND PROVE EVERY
006240* TRANSACTION WAS EITHER APPLIED OR REJECTED.  A REJECT OR A
006250* CLOSED PAYROLL MONTH ENDS THE RUN WITH RETURN CODE 4; A
006260* TRANSACTION NEITHER APPLIED NOR REJECTED ENDS IT WITH 8.
006270*****************************************************************
006280 8000-PRINT-TOTALS.
006290     MOVE SPACES TO PRINT-RECORD.
006300     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
006310     MOVE "---- CONTROL TOTALS ----" TO PRINT-RECORD.
006320     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
006330     MOVE "TRANSACTIONS READ:       " TO WS-CONTROL-LABEL.
006340     MOVE WS-TRANS-READ TO WS-COUNT-EDIT.
006350     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006360     MOVE "CHANGES APPLIED:         " TO WS-CONTROL-LABEL.
006370     MOVE WS-CHANGES-APPLIED TO WS-COUNT-EDIT.
006380     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006390     MOVE "VOIDS APPLIED:           " TO WS-CONTROL-LABEL.
006400     MOVE WS-VOIDS-APPLIED TO WS-COUNT-EDIT.
006410     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006420     MOVE "TRANSACTIONS REJECTED:   " TO WS-CONTROL-LABEL.
006430     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
006440     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006450     MOVE "JOURNAL IMAGES WRITTEN:  " TO WS-CONTROL-LABEL.
006460     MOVE WS-JOURNAL-WRITTEN TO WS-COUNT-EDIT.
006470     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006480     MOVE "HR CORRECTIONS WRITTEN:  " TO WS-CONTROL-LABEL.
006490     MOVE WS-HR-WRITTEN TO WS-COUNT-EDIT.
006500     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006510     MOVE "CLOSED PAYROLL MONTHS:   " TO WS-CONTROL-LABEL.
006520     MOVE WS-PAYROLL-FLAGGED TO WS-COUNT-EDIT.
006530     PERFORM 8200-PRINT-CONTROL-LINE THRU 8200-EXIT.
006540     IF WS-TRANS-READ NOT = WS-CHANGES-APPLIED +
006550             WS-VOIDS-APPLIED + WS-REJECT-COUNT
006560         MOVE "*** TRANSACTIONS DO NOT BALANCE ***"
006570             TO PRINT-RECORD
006580         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
006590         DISPLAY "*** TRANSACTIONS DO NOT BALANCE ***"
006600         MOVE 8 TO RETURN-CODE
006610         GO TO 8000-EXIT
006620     END-IF.
006630     IF WS-REJECT-COUNT > ZERO
006640         DISPLAY "*** CORRECTION REJECTS - SEE CORRRPT"
006650         MOVE 4 TO RETURN-CODE
006660     END-IF.
006670     IF WS-PAYROLL-FLAGGED > ZERO
006680         DISPLAY "*** CLOSED PAYROLL MONTHS TOUCHED - SEE CORRRPT"
006690         MOVE 4 TO RETURN-CODE
006700     END-IF.
006710 8000-EXIT.
006720     EXIT.
006730*****************************************************************
006740* 8100-PRINT-ONE-LINE - WRITE THE PRINT RECORD AND CHECK THE
006750* STATUS.
006760*****************************************************************
006770 8100-PRINT-ONE-LINE.
006780     WRITE PRINT-RECORD.
006790     IF WS-PRINT-STATUS NOT = "00"
006800         DISPLAY "UNABLE TO WRITE PRINT RECORD - STATUS "
006810             WS-PRINT-STATUS
006820         MOVE 16 TO RETURN-CODE
006830         STOP RUN
006840     END-IF.
006850 8100-EXIT.
006860     EXIT.
006870*****************************************************************
006880* 8200-PRINT-CONTROL-LINE - WRITE ONE LABELLED, EDITED COUNT
006890* FROM WS-CONTROL-LABEL AND WS-COUNT-EDIT.
006900*****************************************************************
006910 8200-PRINT-CONTROL-LINE.
006920     MOVE SPACES TO PRINT-RECORD.
006930     STRING WS-CONTROL-LABEL DELIMITED BY SIZE
006940             WS-COUNT-EDIT DELIMITED BY SIZE
006950         INTO PRINT-RECORD.
006960     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
006970 8200-EXIT.
006980     EXIT.
006990*****************************************************************
007000* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.
007010*****************************************************************
007020 9000-TERMINATE.
007030     CLOSE CORRECTION-TRANS-FILE.
007040     CLOSE GREETING-MASTER-FILE.
007050     CLOSE GREETING-LOG-FILE.
007060     CLOSE HR-CORRECTION-FILE.
007070     CLOSE PRINT-FILE.
007080     DISPLAY "TRANSACTIONS READ:       " WS-TRANS-READ.
007090     DISPLAY "CHANGES APPLIED:         " WS-CHANGES-APPLIED.
007100     DISPLAY "VOIDS APPLIED:           " WS-VOIDS-APPLIED.
007110     DISPLAY "TRANSACTIONS REJECTED:   " WS-REJECT-COUNT.
007120     DISPLAY "CLOSED PAYROLL FLAGGED:  " WS-PAYROLL-FLAGGED.
007125     DISPLAY "CONTROL COUNTS POSTED:   " WS-COUNTS-POSTED.
007130     MOVE "E" TO WS-RH-ENTRY-TYPE.
007140     MOVE WS-TRANS-READ TO WS-RH-READ.
007150     COMPUTE WS-RH-WRITTEN = WS-CHANGES-APPLIED +
007160         WS-VOIDS-APPLIED.
007170     MOVE WS-REJECT-COUNT TO WS-RH-REJECTED.
007180     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
007190 9000-EXIT.
007200     EXIT.
007210*****************************************************************
007220* 9500-WRITE-RUN-HISTORY - APPEND ONE START OR END RECORD TO
007230* THE SHARED RUN-HISTORY DATASET.  OPENED AND CLOSED AROUND
007240* EACH WRITE SO THE START RECORD IS ON DISK EVEN IF THE RUN
007250* LATER ABENDS.
007260*****************************************************************
007270 9500-WRITE-RUN-HISTORY.
007280     OPEN EXTEND RUN-HISTORY-FILE.
007290     IF WS-RUNHIST-STATUS NOT = "00" AND
007300             WS-RUNHIST-STATUS NOT = "05"
007310         DISPLAY "UNABLE TO OPEN RUN HISTORY - STATUS "
007320             WS-RUNHIST-STATUS
007330         MOVE 16 TO RETURN-CODE
007340         STOP RUN
007350     END-IF.
007360     MOVE "GRTCORR " TO RH-PROGRAM-NAME.
007370     MOVE WS-RH-ENTRY-TYPE TO RH-ENTRY-TYPE.
007380     ACCEPT WS-RH-DATE FROM DATE YYYYMMDD.
007390     ACCEPT WS-RH-TIME FROM TIME.
007400     MOVE WS-RH-DATE TO RH-RUN-DATE.
007410     MOVE WS-RH-TIME TO RH-RUN-TIME.
007420     MOVE WS-RH-READ TO RH-RECORDS-READ.
007430     MOVE WS-RH-WRITTEN TO RH-RECORDS-WRITTEN.
007440     MOVE WS-RH-REJECTED TO RH-RECORDS-REJECTED.
007450     MOVE RETURN-CODE TO RH-RETURN-CODE.
007460     WRITE RUN-HISTORY-RECORD.
007470     IF WS-RUNHIST-STATUS NOT = "00"
007480         DISPLAY "UNABLE TO WRITE RUN HISTORY - STATUS "
007490             WS-RUNHIST-STATUS
007500         MOVE 16 TO RETURN-CODE
007510         STOP RUN
007520     END-IF.
007530     CLOSE RUN-HISTORY-FILE.
007540 9500-EXIT.
007550     EXIT.
007560*****************************************************************
007570* 9600-POST-CONTROL-COUNT - APPEND A COUNT OF ONE UNDER THE NAME
007580* IN WS-CC-COUNT-NAME AND THE BUSINESS DATE IN WS-CC-BUSINESS-DATE
007590* TO THE CONTROL-COUNT DATASET FOR THE NITEBAL BALANCING SHEET.
007600* POSTED AS EACH CORRECTION IS APPLIED, AND OPENED AND CLOSED
007610* AROUND THE WRITE, SO THE COUNTS ON DISK MATCH WHAT THE MASTER
007620* ACTUALLY RECEIVED EVEN IF THE RUN LATER ABENDS.
007630*****************************************************************
007640 9600-POST-CONTROL-COUNT.
007650     OPEN EXTEND CONTROL-COUNT-FILE.
007660     IF WS-CTLCNTS-STATUS NOT = "00" AND
007670             WS-CTLCNTS-STATUS NOT = "05"
007680         DISPLAY "UNABLE TO OPEN CONTROL COUNTS - STATUS "
007690             WS-CTLCNTS-STATUS
007700         MOVE 16 TO RETURN-CODE
007710         STOP RUN
007720     END-IF.
007730     ACCEPT WS-CC-RUN-DATE FROM DATE YYYYMMDD.
007740     ACCEPT WS-CC-RUN-TIME FROM TIME.
007750     MOVE "GRTCORR " TO CC-PROGRAM-NAME.
007760     MOVE WS-CC-BUSINESS-DATE TO CC-BUSINESS-DATE.
007770     MOVE WS-CC-RUN-DATE TO CC-RUN-DATE.
007780     MOVE WS-CC-RUN-TIME TO CC-RUN-TIME.
007790     MOVE WS-CC-COUNT-NAME TO CC-COUNT-NAME.
007800     MOVE 1 TO CC-COUNT-VALUE.
007810     WRITE CONTROL-COUNT-RECORD.
007820     IF WS-CTLCNTS-STATUS NOT = "00"
007830         DISPLAY "UNABLE TO WRITE CONTROL COUNTS - STATUS "
007840             WS-CTLCNTS-STATUS
007850         MOVE 16 TO RETURN-CODE
007860         STOP RUN
007870     END-IF.
007880     CLOSE CONTROL-COUNT-FILE.
007890     ADD 1 TO WS-COUNTS-POSTED.
007900 9600-EXIT.
007910     EXIT.
