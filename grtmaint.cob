000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRTMAINT.
000030 AUTHOR. JAMES HILL.
000040 INSTALLATION. FRONT DESK OPERATIONS.
000050 DATE-WRITTEN. OCTOBER 15, 2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY.
000090*   2026-10-15  JH  ORIGINAL PROGRAM.  OPERATOR MAINTENANCE OF
000100*                   THE GREETING TEXT TABLE (GREETTAB, LAYOUT IN
000110*                   GRETTAB) AND THE SHIFT PARAMETER FILE
000120*                   (SHIFTPRM, LAYOUT IN SHFTPRM) FROM A MENU,
000130*                   THE SAME WAY HELLO RUNS THE DESK.  BOTH
000140*                   FILES WERE EDITED IN PLACE WITH A DATASET
000150*                   EDITOR, AND A BAD ENTRY ONLY SHOWED UP
000160*                   OVERNIGHT WHEN HELLOBAT OR LATERPT STOPPED
000170*                   ON IT.  EVERY ENTRY IS NOW EDITED AS IT IS
000180*                   KEYED WITH THE SAME RULES THE LOADING
000190*                   PROGRAMS APPLY - THE 18-CHARACTER GREETING
000200*                   CAP, KNOWN TYPE, SHIFT, AND SITE CODES, A
000210*                   NUMERIC HHMM START TIME AND GRACE PERIOD,
000220*                   AND NO TWO ENTRIES ON THE SAME MATCH KEY.
000230*                   BOTH FILES ARE LOADED INTO STORAGE AT START
000240*                   AND THE CHANGED FILE IS REWRITTEN WHOLE
000250*                   AFTER EACH ACCEPTED CHANGE, SO NOTHING IS
000260*                   LOST IF THE SESSION DROPS.  EACH ADD,
000270*                   CHANGE, AND DELETE IS ALSO WRITTEN TO THE
000280*                   TBLAUDIT FILE (LAYOUT IN TBAUDREC) WITH THE
000290*                   BEFORE AND AFTER IMAGES, THE OPERATOR, AND
000300*                   THE DATE AND TIME.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL GREETING-TABLE-FILE ASSIGN TO "GREETTAB"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-GRTAB-STATUS.
000380     SELECT OPTIONAL SHIFT-PARM-FILE ASSIGN TO "SHIFTPRM"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PARM-STATUS.
000410     SELECT OPTIONAL TABLE-AUDIT-FILE ASSIGN TO "TBLAUDIT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  GREETING-TABLE-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 01  GREETING-TABLE-FILE-RECORD      PIC X(65).
000490 FD  SHIFT-PARM-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 01  SHIFT-PARM-FILE-RECORD          PIC X(11).
000520 FD  TABLE-AUDIT-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY TBAUDREC.
000550 WORKING-STORAGE SECTION.
000560*****************************************************************
000570* SWITCHES, COUNTERS, AND THE ENTRY WORK AREAS.  THE GRETTAB AND
000580* SHFTPRM LAYOUTS ARE DECLARED HERE, NOT UNDER THE FDS, SO THE
000590* ENTRY BEING KEYED STAYS ADDRESSABLE WHILE THE FILES ARE
000600* CLOSED BETWEEN CHANGES.
000610*****************************************************************
000620 77  WS-GRTAB-STATUS             PIC X(02) VALUE "00".
000630 77  WS-PARM-STATUS              PIC X(02) VALUE "00".
000640 77  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
000650 77  WS-GRTAB-EOF-SWITCH         PIC X(01) VALUE "N".
000660     88  WS-GRTAB-EOF                VALUE "Y".
000670 77  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
000680     88  WS-PARM-EOF                 VALUE "Y".
000690 77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
000700     88  WS-DONE-WITH-MENU           VALUE "Y".
000710 77  WS-OPERATOR-SWITCH          PIC X(01) VALUE "N".
000720     88  WS-OPERATOR-IS-VALID        VALUE "Y".
000730 77  WS-ENTRY-SWITCH             PIC X(01) VALUE "N".
000740     88  WS-ENTRY-IS-VALID           VALUE "Y".
000750 77  WS-SITE-FOUND-SWITCH        PIC X(01) VALUE "N".
000760     88  WS-SITE-FOUND               VALUE "Y".
000770 77  WS-DUPLICATE-SWITCH         PIC X(01) VALUE "N".
000780     88  WS-DUPLICATE-KEY            VALUE "Y".
000790 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACES.
000800 77  WS-CONFIRM-REPLY            PIC X(01) VALUE SPACES.
000810 77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000820 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
000830 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
000840 77  WS-ENTRY-REPLY              PIC X(02) VALUE SPACES.
000850 77  WS-ENTRY-NUMBER             PIC 9(02) VALUE ZERO.
000860 77  WS-LINE-EDIT                PIC Z9.
000870 77  WS-EDIT-ERROR               PIC X(50) VALUE SPACES.
000880 77  WS-TYPE-REPLY               PIC X(01) VALUE SPACES.
000890 77  WS-SHIFT-REPLY              PIC X(01) VALUE SPACES.
000900 77  WS-DEPARTMENT-REPLY         PIC X(20) VALUE SPACES.
000910 77  WS-TEXT-REPLY               PIC X(40) VALUE SPACES.
000920 77  WS-SITE-REPLY               PIC X(03) VALUE SPACES.
000930 77  WS-START-REPLY              PIC X(04) VALUE SPACES.
000940 77  WS-GRACE-REPLY              PIC X(03) VALUE SPACES.
000950 77  WS-CHECK-SITE               PIC X(03) VALUE SPACES.
000960 77  WS-CAND-DEPARTMENT          PIC X(20) VALUE SPACES.
000970 77  WS-CAND-SITE                PIC X(03) VALUE SPACES.
000980 77  WS-ROW-DEPARTMENT           PIC X(20) VALUE SPACES.
000990 77  WS-ROW-SITE                 PIC X(03) VALUE SPACES.
001000 77  WS-STAR-COUNT               PIC 9(02) COMP VALUE ZERO.
001010 77  WS-SKIP-INDEX               PIC 9(03) COMP VALUE ZERO.
001020 77  WS-GREET-COUNT              PIC 9(03) COMP VALUE ZERO.
001030 77  WS-MAX-GREETS               PIC 9(03) COMP VALUE 20.
001040 77  WS-GREET-INDEX              PIC 9(03) COMP VALUE ZERO.
001050 77  WS-PARM-COUNT               PIC 9(03) COMP VALUE ZERO.
001060 77  WS-MAX-PARMS                PIC 9(03) COMP VALUE 30.
001070 77  WS-PARM-INDEX               PIC 9(03) COMP VALUE ZERO.
001080 77  WS-AUDIT-FILE-NAME          PIC X(08) VALUE SPACES.
001090 77  WS-AUDIT-ACTION             PIC X(01) VALUE SPACES.
001100 77  WS-BEFORE-IMAGE             PIC X(65) VALUE SPACES.
001110 77  WS-AFTER-IMAGE              PIC X(65) VALUE SPACES.
001120 77  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001130 77  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
001140 77  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
001150 77  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
001160     COPY GRETTAB.
001170     COPY SHFTPRM.
001180*****************************************************************
001190* THE TWO FILES HELD IN STORAGE.  THE GREETING TABLE BOUND IS
001200* THE 20 ENTRIES HELLO, HELLOBAT, AND SUSPFIX LOAD; THE SHIFT
001210* PARAMETER BOUND IS LATERPT'S 10 SITES OF 3 SHIFTS EACH.  EACH
001220* ENTRY IS LAID OUT BYTE FOR BYTE AS ITS COPYBOOK, SO A RECORD
001230* MOVES IN AND OUT AS A GROUP.
001240*****************************************************************
001250 01  GREETING-MAINT-TABLE.
001260     05  GREETING-MAINT-ENTRY OCCURS 20 TIMES.
001270         10  GMT-RECORD-TYPE         PIC X(01).
001280         10  GMT-SHIFT               PIC X(01).
001290         10  GMT-DEPARTMENT          PIC X(20).
001300         10  GMT-TEXT                PIC X(40).
001310         10  GMT-SITE-CODE           PIC X(03).
001320 01  SHIFT-MAINT-TABLE.
001330     05  SHIFT-MAINT-ENTRY OCCURS 30 TIMES.
001340         10  SMT-SHIFT               PIC X(01).
001350         10  SMT-START-TIME          PIC X(04).
001360         10  SMT-GRACE-MINUTES       PIC X(03).
001370         10  SMT-SITE-CODE           PIC X(03).
001380 PROCEDURE DIVISION.
001390*****************************************************************
001400* 0000-MAINLINE - DRIVE THE MAINTENANCE MENU UNTIL ASKED TO STOP.
001410*****************************************************************
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001450         UNTIL WS-DONE-WITH-MENU.
001460     DISPLAY "ENTRIES ADDED:    " WS-ADD-COUNT.
001470     DISPLAY "ENTRIES CHANGED:  " WS-CHANGE-COUNT.
001480     DISPLAY "ENTRIES DELETED:  " WS-DELETE-COUNT.
001490     DISPLAY "ENTRIES REJECTED: " WS-REJECT-COUNT.
001500     STOP RUN.
001510 0000-EXIT.
001520     EXIT.
001530*****************************************************************
001540* 1000-INITIALIZE - TAKE THE OPERATOR ID FOR THE AUDIT TRAIL AND
001550* LOAD BOTH FILES.
001560*****************************************************************
001570 1000-INITIALIZE.
001580     DISPLAY "=================================================".
001590     DISPLAY " GREETING TABLE AND SHIFT PARAMETER MAINTENANCE".
001600     DISPLAY "=================================================".
001610     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001620     PERFORM 1050-ACCEPT-OPERATOR THRU 1050-EXIT
001630         UNTIL WS-OPERATOR-IS-VALID.
001640     INITIALIZE GREETING-MAINT-TABLE.
001650     INITIALIZE SHIFT-MAINT-TABLE.
001660     PERFORM 1100-LOAD-GREETING-TABLE THRU 1100-EXIT.
001670     PERFORM 1200-LOAD-SHIFT-PARMS THRU 1200-EXIT.
001680 1000-EXIT.
001690     EXIT.
001700*****************************************************************
001710* 1050-ACCEPT-OPERATOR - RE-PROMPT UNTIL AN OPERATOR ID IS KEYED.
001720*****************************************************************
001730 1050-ACCEPT-OPERATOR.
001740     DISPLAY "Operator ID?".
001750     ACCEPT WS-OPERATOR-ID.
001760     IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUE
001770         DISPLAY "OPERATOR ID CANNOT BE BLANK - PLEASE TRY AGAIN."
001780         GO TO 1050-EXIT
001790     END-IF.
001800     SET WS-OPERATOR-IS-VALID TO TRUE.
001810 1050-EXIT.
001820     EXIT.
001830*****************************************************************
001840* 1100-LOAD-GREETING-TABLE - LOAD THE GREETTAB FILE.  THE FILE IS
001850* OPTIONAL - A MISSING ONE IS CREATED BY THE FIRST ADD.
001860*****************************************************************
001870 1100-LOAD-GREETING-TABLE.
001880     OPEN INPUT GREETING-TABLE-FILE.
001890     IF WS-GRTAB-STATUS NOT = "00" AND
001900             WS-GRTAB-STATUS NOT = "05"
001910         DISPLAY "UNABLE TO OPEN GREETING TABLE - STATUS "
001920             WS-GRTAB-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960     MOVE "N" TO WS-GRTAB-EOF-SWITCH.
001970     PERFORM 1110-LOAD-ONE-GREETING THRU 1110-EXIT
001980         UNTIL WS-GRTAB-EOF.
001990     CLOSE GREETING-TABLE-FILE.
002000     DISPLAY "GREETING TABLE ENTRIES LOADED:  " WS-GREET-COUNT.
002010 1100-EXIT.
002020     EXIT.
002030*****************************************************************
002040* 1110-LOAD-ONE-GREETING - READ ONE TABLE RECORD INTO THE NEXT
002050* ENTRY, STOPPING THE RUN CLEANLY IF THE TABLE BOUND IS HIT.  AN
002060* ENTRY THAT ALREADY BREAKS AN EDIT IS LOADED ANYWAY SO IT CAN
002070* BE CHANGED OR DELETED HERE - THE LIST FLAGS IT.
002080*****************************************************************
002090 1110-LOAD-ONE-GREETING.
002100     READ GREETING-TABLE-FILE
002110         AT END
002120             SET WS-GRTAB-EOF TO TRUE
002130             GO TO 1110-EXIT
002140     END-READ.
002150     IF WS-GREET-COUNT >= WS-MAX-GREETS
002160         DISPLAY "GREETTAB EXCEEDS TABLE OF " WS-MAX-GREETS
002170             " - ENLARGE GREETING-MAINT-TABLE"
002180         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     ADD 1 TO WS-GREET-COUNT.
002220     MOVE GREETING-TABLE-FILE-RECORD TO
002230         GREETING-MAINT-ENTRY (WS-GREET-COUNT).
002240 1110-EXIT.
002250     EXIT.
002260*****************************************************************
002270* 1200-LOAD-SHIFT-PARMS - LOAD THE SHIFTPRM FILE.  THE FILE IS
002280* OPTIONAL HERE, UNLIKE IN LATERPT, SO A NEW FILE CAN BE KEYED
002290* FROM NOTHING.
002300*****************************************************************
002310 1200-LOAD-SHIFT-PARMS.
002320     OPEN INPUT SHIFT-PARM-FILE.
002330     IF WS-PARM-STATUS NOT = "00" AND
002340             WS-PARM-STATUS NOT = "05"
002350         DISPLAY "UNABLE TO OPEN SHIFT PARM FILE - STATUS "
002360             WS-PARM-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     MOVE "N" TO WS-PARM-EOF-SWITCH.
002410     PERFORM 1210-LOAD-ONE-PARM THRU 1210-EXIT
002420         UNTIL WS-PARM-EOF.
002430     CLOSE SHIFT-PARM-FILE.
002440     DISPLAY "SHIFT PARAMETER ENTRIES LOADED: " WS-PARM-COUNT.
002450 1200-EXIT.
002460     EXIT.
002470*****************************************************************
002480* 1210-LOAD-ONE-PARM - READ ONE PARAMETER RECORD INTO THE NEXT
002490* ENTRY, STOPPING THE RUN CLEANLY IF THE TABLE BOUND IS HIT.
002500*****************************************************************
002510 1210-LOAD-ONE-PARM.
002520     READ SHIFT-PARM-FILE
002530         AT END
002540             SET WS-PARM-EOF TO TRUE
002550             GO TO 1210-EXIT
002560     END-READ.
002570     IF WS-PARM-COUNT >= WS-MAX-PARMS
002580         DISPLAY "SHIFTPRM EXCEEDS TABLE OF " WS-MAX-PARMS
002590             " - ENLARGE SHIFT-MAINT-TABLE"
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     ADD 1 TO WS-PARM-COUNT.
002640     MOVE SHIFT-PARM-FILE-RECORD TO
002650         SHIFT-MAINT-ENTRY (WS-PARM-COUNT).
002660 1210-EXIT.
002670     EXIT.
002680*****************************************************************
002690* 2000-MENU-LOOP - SHOW THE MENU AND ROUTE TO THE CHOSEN OPTION.
002700*****************************************************************
002710 2000-MENU-LOOP.
002720     DISPLAY " ".
002730     DISPLAY "1. ADD A GREETING TABLE ENTRY".
002740     DISPLAY "2. CHANGE A GREETING TABLE ENTRY".
002750     DISPLAY "3. DELETE A GREETING TABLE ENTRY".
002760     DISPLAY "4. LIST THE GREETING TABLE".
002770     DISPLAY "5. ADD A SHIFT PARAMETER ENTRY".
002780     DISPLAY "6. CHANGE A SHIFT PARAMETER ENTRY".
002790     DISPLAY "7. DELETE A SHIFT PARAMETER ENTRY".
002800     DISPLAY "8. LIST THE SHIFT PARAMETERS".
002810     DISPLAY "9. EXIT".
002820     DISPLAY "CHOICE? " WITH NO ADVANCING.
002830     ACCEPT WS-MENU-CHOICE.
002840     EVALUATE WS-MENU-CHOICE
002850         WHEN "1"
002860             PERFORM 3100-ADD-GREETING THRU 3100-EXIT
002870         WHEN "2"
002880             PERFORM 3200-CHANGE-GREETING THRU 3200-EXIT
002890         WHEN "3"
002900             PERFORM 3300-DELETE-GREETING THRU 3300-EXIT
002910         WHEN "4"
002920             PERFORM 3400-LIST-GREETINGS THRU 3400-EXIT
002930         WHEN "5"
002940             PERFORM 4100-ADD-SHIFT-PARM THRU 4100-EXIT
002950         WHEN "6"
002960             PERFORM 4200-CHANGE-SHIFT-PARM THRU 4200-EXIT
002970         WHEN "7"
002980             PERFORM 4300-DELETE-SHIFT-PARM THRU 4300-EXIT
002990         WHEN "8"
003000             PERFORM 4400-LIST-SHIFT-PARMS THRU 4400-EXIT
003010         WHEN "9"
003020             SET WS-DONE-WITH-MENU TO TRUE
003030         WHEN OTHER
003040             DISPLAY "PLEASE CHOOSE 1 THROUGH 9."
003050     END-EVALUATE.
003060 2000-EXIT.
003070     EXIT.
003080*****************************************************************
003090* 3100-ADD-GREETING - KEY A NEW GREETING TABLE ENTRY, EDIT IT,
003100* AND ADD IT TO THE END OF THE TABLE.
003110*****************************************************************
003120 3100-ADD-GREETING.
003130     IF WS-GREET-COUNT >= WS-MAX-GREETS
003140         DISPLAY "GREETING TABLE IS FULL AT " WS-MAX-GREETS
003150             " ENTRIES - DELETE ONE FIRST."
003160         ADD 1 TO WS-REJECT-COUNT
003170         GO TO 3100-EXIT
003180     END-IF.
003190     MOVE SPACES TO GREETING-TABLE-RECORD.
003200     DISPLAY "Record type (E/V/C, * for any)?".
003210     ACCEPT GT-RECORD-TYPE.
003220     DISPLAY "Shift (D/E/N, * for any)?".
003230     ACCEPT GT-SHIFT.
003240     DISPLAY "Department (* for any)?".
003250     ACCEPT GT-DEPARTMENT.
003260     DISPLAY "Greeting text (18 characters at most)?".
003270     ACCEPT GT-GREETING-TEXT.
003280     DISPLAY "Site (* or blank for any)?".
003290     ACCEPT GT-SITE-CODE.
003300     MOVE ZERO TO WS-SKIP-INDEX.
003310     PERFORM 3500-EDIT-GREETING THRU 3500-EXIT.
003320     IF WS-EDIT-ERROR NOT = SPACES
003330         ADD 1 TO WS-REJECT-COUNT
003340         DISPLAY "ENTRY NOT ADDED - " WS-EDIT-ERROR
003350         GO TO 3100-EXIT
003360     END-IF.
003370     ADD 1 TO WS-GREET-COUNT.
003380     MOVE GREETING-TABLE-RECORD TO
003390         GREETING-MAINT-ENTRY (WS-GREET-COUNT).
003400     PERFORM 6100-REWRITE-GREETING-TABLE THRU 6100-EXIT.
003410     ADD 1 TO WS-ADD-COUNT.
003420     MOVE "GREETTAB" TO WS-AUDIT-FILE-NAME.
003430     MOVE "A" TO WS-AUDIT-ACTION.
003440     MOVE SPACES TO WS-BEFORE-IMAGE.
003450     MOVE GREETING-TABLE-RECORD TO WS-AFTER-IMAGE.
003460     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003470     DISPLAY "GREETING TABLE ENTRY " WS-GREET-COUNT " ADDED.".
003480 3100-EXIT.
003490     EXIT.
003500*****************************************************************
003510* 3200-CHANGE-GREETING - PICK AN ENTRY BY ITS LIST NUMBER, KEY
003520* THE NEW VALUES (A BLANK REPLY KEEPS THE CURRENT VALUE), EDIT
003530* THE RESULT, AND REPLACE THE ENTRY.
003540*****************************************************************
003550 3200-CHANGE-GREETING.
003560     DISPLAY "Greeting table entry number to change?".
003570     MOVE WS-GREET-COUNT TO WS-PARM-INDEX.
003580     PERFORM 5000-ACCEPT-ENTRY-NUMBER THRU 5000-EXIT.
003590     IF NOT WS-ENTRY-IS-VALID
003600         GO TO 3200-EXIT
003610     END-IF.
003620     MOVE GREETING-MAINT-ENTRY (WS-ENTRY-NUMBER) TO
003630         GREETING-TABLE-RECORD.
003640     MOVE GREETING-TABLE-RECORD TO WS-BEFORE-IMAGE.
003650     MOVE WS-ENTRY-NUMBER TO WS-GREET-INDEX.
003660     PERFORM 3410-SHOW-ONE-GREETING THRU 3410-EXIT.
003670     DISPLAY "Press ENTER at any prompt to keep the value.".
003680     DISPLAY "Record type (E/V/C, * for any)?".
003690     ACCEPT WS-TYPE-REPLY.
003700     IF WS-TYPE-REPLY NOT = SPACES
003710         MOVE WS-TYPE-REPLY TO GT-RECORD-TYPE
003720     END-IF.
003730     DISPLAY "Shift (D/E/N, * for any)?".
003740     ACCEPT WS-SHIFT-REPLY.
003750     IF WS-SHIFT-REPLY NOT = SPACES
003760         MOVE WS-SHIFT-REPLY TO GT-SHIFT
003770     END-IF.
003780     DISPLAY "Department (* for any)?".
003790     ACCEPT WS-DEPARTMENT-REPLY.
003800     IF WS-DEPARTMENT-REPLY NOT = SPACES
003810         MOVE WS-DEPARTMENT-REPLY TO GT-DEPARTMENT
003820     END-IF.
003830     DISPLAY "Greeting text (18 characters at most)?".
003840     ACCEPT WS-TEXT-REPLY.
003850     IF WS-TEXT-REPLY NOT = SPACES
003860         MOVE WS-TEXT-REPLY TO GT-GREETING-TEXT
003870     END-IF.
003880     DISPLAY "Site (* for any)?".
003890     ACCEPT WS-SITE-REPLY.
003900     IF WS-SITE-REPLY NOT = SPACES
003910         MOVE WS-SITE-REPLY TO GT-SITE-CODE
003920     END-IF.
003930     MOVE WS-ENTRY-NUMBER TO WS-SKIP-INDEX.
003940     PERFORM 3500-EDIT-GREETING THRU 3500-EXIT.
003950     IF WS-EDIT-ERROR NOT = SPACES
003960         ADD 1 TO WS-REJECT-COUNT
003970         DISPLAY "ENTRY NOT CHANGED - " WS-EDIT-ERROR
003980         GO TO 3200-EXIT
003990     END-IF.
004000     IF GREETING-TABLE-RECORD = WS-BEFORE-IMAGE
004010         DISPLAY "NOTHING CHANGED - ENTRY LEFT AS IT WAS."
004020         GO TO 3200-EXIT
004030     END-IF.
004040     MOVE GREETING-TABLE-RECORD TO
004050         GREETING-MAINT-ENTRY (WS-ENTRY-NUMBER).
004060     PERFORM 6100-REWRITE-GREETING-TABLE THRU 6100-EXIT.
004070     ADD 1 TO WS-CHANGE-COUNT.
004080     MOVE "GREETTAB" TO WS-AUDIT-FILE-NAME.
004090     MOVE "C" TO WS-AUDIT-ACTION.
004100     MOVE GREETING-TABLE-RECORD TO WS-AFTER-IMAGE.
004110     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
004120     DISPLAY "GREETING TABLE ENTRY " WS-ENTRY-NUMBER " CHANGED.".
004130 3200-EXIT.
004140     EXIT.
004150*****************************************************************
004160* 3300-DELETE-GREETING - PICK AN ENTRY BY ITS LIST NUMBER,
004170* CONFIRM IT, AND CLOSE THE GAP IT LEAVES.  DELETING THE LAST
004180* ENTRY IS ALLOWED - HELLO AND HELLOBAT FALL BACK TO THEIR
004190* BUILT-IN "Hello" ON AN EMPTY TABLE.
004200*****************************************************************
004210 3300-DELETE-GREETING.
004220     DISPLAY "Greeting table entry number to delete?".
004230     MOVE WS-GREET-COUNT TO WS-PARM-INDEX.
004240     PERFORM 5000-ACCEPT-ENTRY-NUMBER THRU 5000-EXIT.
004250     IF NOT WS-ENTRY-IS-VALID
004260         GO TO 3300-EXIT
004270     END-IF.
004280     MOVE WS-ENTRY-NUMBER TO WS-GREET-INDEX.
004290     PERFORM 3410-SHOW-ONE-GREETING THRU 3410-EXIT.
004300     DISPLAY "Delete this entry (Y/N)?".
004310     ACCEPT WS-CONFIRM-REPLY.
004320     IF WS-CONFIRM-REPLY NOT = "Y" AND WS-CONFIRM-REPLY NOT = "y"
004330         DISPLAY "ENTRY NOT DELETED."
004340         GO TO 3300-EXIT
004350     END-IF.
004360     MOVE GREETING-MAINT-ENTRY (WS-ENTRY-NUMBER) TO
004370         WS-BEFORE-IMAGE.
004380     PERFORM 3310-CLOSE-ONE-GAP THRU 3310-EXIT
004390         VARYING WS-GREET-INDEX FROM WS-ENTRY-NUMBER BY 1
004400         UNTIL WS-GREET-INDEX >= WS-GREET-COUNT.
004410     MOVE SPACES TO GREETING-MAINT-ENTRY (WS-GREET-COUNT).
004420     SUBTRACT 1 FROM WS-GREET-COUNT.
004430     PERFORM 6100-REWRITE-GREETING-TABLE THRU 6100-EXIT.
004440     ADD 1 TO WS-DELETE-COUNT.
004450     MOVE "GREETTAB" TO WS-AUDIT-FILE-NAME.
004460     MOVE "D" TO WS-AUDIT-ACTION.
004470     MOVE SPACES TO WS-AFTER-IMAGE.
004480     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
004490     DISPLAY "GREETING TABLE ENTRY " WS-ENTRY-NUMBER " DELETED.".
004500 3300-EXIT.
004510     EXIT.
004520*****************************************************************
004530* 3310-CLOSE-ONE-GAP - SLIDE THE NEXT ENTRY DOWN ONE PLACE.
004540*****************************************************************
004550 3310-CLOSE-ONE-GAP.
004560     MOVE GREETING-MAINT-ENTRY (WS-GREET-INDEX + 1) TO
004570         GREETING-MAINT-ENTRY (WS-GREET-INDEX).
004580 3310-EXIT.
004590     EXIT.
004600*****************************************************************
004610* 3400-LIST-GREETINGS - DISPLAY EVERY ENTRY WITH ITS NUMBER.
004620*****************************************************************
004630 3400-LIST-GREETINGS.
004640     IF WS-GREET-COUNT = ZERO
004650         DISPLAY "THE GREETING TABLE IS EMPTY."
004660         GO TO 3400-EXIT
004670     END-IF.
004680     DISPLAY "NO T S DEPARTMENT           GREETING TEXT"
004690          "      SITE".
004700     PERFORM 3410-SHOW-ONE-GREETING THRU 3410-EXIT
004710         VARYING WS-GREET-INDEX FROM 1 BY 1
004720         UNTIL WS-GREET-INDEX > WS-GREET-COUNT.
004730 3400-EXIT.
004740     EXIT.
004750*****************************************************************
004760* 3410-SHOW-ONE-GREETING - DISPLAY THE ENTRY UNDER
004770* WS-GREET-INDEX, FLAGGING TEXT OVER THE 18-CHARACTER CAP SO A
004780* BAD ENTRY LOADED FROM THE FILE STANDS OUT.
004790*****************************************************************
004800 3410-SHOW-ONE-GREETING.
004810     MOVE WS-GREET-INDEX TO WS-LINE-EDIT.
004820     IF GMT-TEXT (WS-GREET-INDEX)(19:22) NOT = SPACES
004830         DISPLAY WS-LINE-EDIT " "
004840             GMT-RECORD-TYPE (WS-GREET-INDEX) " "
004850             GMT-SHIFT (WS-GREET-INDEX) " "
004860             GMT-DEPARTMENT (WS-GREET-INDEX) " "
004870             GMT-TEXT (WS-GREET-INDEX)(1:18) " "
004880             GMT-SITE-CODE (WS-GREET-INDEX)
004890             "  *** TEXT OVER 18 ***"
004900     ELSE
004910         DISPLAY WS-LINE-EDIT " "
004920             GMT-RECORD-TYPE (WS-GREET-INDEX) " "
004930             GMT-SHIFT (WS-GREET-INDEX) " "
004940             GMT-DEPARTMENT (WS-GREET-INDEX) " "
004950             GMT-TEXT (WS-GREET-INDEX)(1:18) " "
004960             GMT-SITE-CODE (WS-GREET-INDEX)
004970     END-IF.
004980 3410-EXIT.
004990     EXIT.
005000*****************************************************************
005010* 3500-EDIT-GREETING - EDIT THE ENTRY IN GREETING-TABLE-RECORD
005020* WITH THE RULES HELLO AND HELLOBAT MATCH ON, LEAVING THE FIRST
005030* FAULT FOUND IN WS-EDIT-ERROR (SPACES WHEN CLEAN).  THE ANY-SITE
005040* CODE IS STORED AS "*".  WS-SKIP-INDEX NAMES THE ENTRY BEING
005050* CHANGED, WHICH THE DUPLICATE TEST PASSES OVER.
005060*****************************************************************
005070 3500-EDIT-GREETING.
005080     MOVE SPACES TO WS-EDIT-ERROR.
005090     IF NOT GT-TYPE-EMPLOYEE AND NOT GT-TYPE-VISITOR
005100             AND NOT GT-TYPE-CONTRACTOR AND NOT GT-ANY-TYPE
005110         MOVE "RECORD TYPE MUST BE E, V, C, OR *"
005120             TO WS-EDIT-ERROR
005130         GO TO 3500-EXIT
005140     END-IF.
005150     IF NOT GT-SHIFT-DAY AND NOT GT-SHIFT-EVENING
005160             AND NOT GT-SHIFT-NIGHT AND NOT GT-ANY-SHIFT
005170         MOVE "SHIFT MUST BE D, E, N, OR *" TO WS-EDIT-ERROR
005180         GO TO 3500-EXIT
005190     END-IF.
005200     IF GT-DEPARTMENT = SPACES OR GT-DEPARTMENT(1:1) = SPACE
005210         MOVE "DEPARTMENT MISSING - KEY * FOR ANY DEPARTMENT"
005220             TO WS-EDIT-ERROR
005230         GO TO 3500-EXIT
005240     END-IF.
005250     IF GT-GREETING-TEXT = SPACES
005260             OR GT-GREETING-TEXT(1:1) = SPACE
005270         MOVE "GREETING TEXT MISSING OR STARTS WITH A SPACE"
005280             TO WS-EDIT-ERROR
005290         GO TO 3500-EXIT
005300     END-IF.
005310     IF GT-GREETING-TEXT(19:22) NOT = SPACES
005320         MOVE "GREETING TEXT OVER 18 CHARACTERS" TO WS-EDIT-ERROR
005330         GO TO 3500-EXIT
005340     END-IF.
005350     MOVE GT-SITE-CODE TO WS-CHECK-SITE.
005360     PERFORM 5100-EDIT-SITE-CODE THRU 5100-EXIT.
005370     IF WS-EDIT-ERROR NOT = SPACES
005380         GO TO 3500-EXIT
005390     END-IF.
005400     MOVE WS-CHECK-SITE TO GT-SITE-CODE.
005410     MOVE GT-DEPARTMENT TO WS-CAND-DEPARTMENT.
005420     IF GT-DEPARTMENT(1:1) = "*"
005430         MOVE "*" TO WS-CAND-DEPARTMENT
005440     END-IF.
005450     MOVE GT-SITE-CODE TO WS-CAND-SITE.
005460     MOVE "N" TO WS-DUPLICATE-SWITCH.
005470     PERFORM 3510-TEST-ONE-GREETING-KEY THRU 3510-EXIT
005480         VARYING WS-GREET-INDEX FROM 1 BY 1
005490         UNTIL WS-GREET-INDEX > WS-GREET-COUNT
005500             OR WS-DUPLICATE-KEY.
005510     IF WS-DUPLICATE-KEY
005520         SUBTRACT 1 FROM WS-GREET-INDEX
005530         MOVE WS-GREET-INDEX TO WS-LINE-EDIT
005540         STRING "SAME TYPE, SHIFT, DEPARTMENT, AND SITE AS ENTRY "
005550                 DELIMITED BY SIZE
005560                 WS-LINE-EDIT DELIMITED BY SIZE
005570             INTO WS-EDIT-ERROR
005580     END-IF.
005590 3500-EXIT.
005600     EXIT.
005610*****************************************************************
005620* 3510-TEST-ONE-GREETING-KEY - COMPARE ONE TABLE ENTRY'S MATCH
005630* KEY TO THE ENTRY BEING EDITED.  A DEPARTMENT STARTING "*" AND
005640* A SITE OF "*" OR SPACES EACH MEAN ANY, SO THEY COMPARE AS "*".
005650*****************************************************************
005660 3510-TEST-ONE-GREETING-KEY.
005670     IF WS-GREET-INDEX = WS-SKIP-INDEX
005680         GO TO 3510-EXIT
005690     END-IF.
005700     MOVE GMT-DEPARTMENT (WS-GREET-INDEX) TO WS-ROW-DEPARTMENT.
005710     IF WS-ROW-DEPARTMENT(1:1) = "*"
005720         MOVE "*" TO WS-ROW-DEPARTMENT
005730     END-IF.
005740     MOVE GMT-SITE-CODE (WS-GREET-INDEX) TO WS-ROW-SITE.
005750     IF WS-ROW-SITE = SPACES
005760         MOVE "*" TO WS-ROW-SITE
005770     END-IF.
005780     IF GMT-RECORD-TYPE (WS-GREET-INDEX) = GT-RECORD-TYPE
005790             AND GMT-SHIFT (WS-GREET-INDEX) = GT-SHIFT
005800             AND WS-ROW-DEPARTMENT = WS-CAND-DEPARTMENT
005810             AND WS-ROW-SITE = WS-CAND-SITE
005820         SET WS-DUPLICATE-KEY TO TRUE
005830     END-IF.
005840 3510-EXIT.
005850     EXIT.
005860*****************************************************************
005870* 4100-ADD-SHIFT-PARM - KEY A NEW SHIFT PARAMETER ENTRY, EDIT
005880* IT, AND ADD IT TO THE END OF THE TABLE.
005890*****************************************************************
005900 4100-ADD-SHIFT-PARM.
005910     IF WS-PARM-COUNT >= WS-MAX-PARMS
005920         DISPLAY "SHIFT PARAMETERS ARE FULL AT " WS-MAX-PARMS
005930             " ENTRIES - DELETE ONE FIRST."
005940         ADD 1 TO WS-REJECT-COUNT
005950         GO TO 4100-EXIT
005960     END-IF.
005970     MOVE SPACES TO SHIFT-PARM-RECORD.
005980     DISPLAY "Shift (D/E/N)?".
005990     ACCEPT SP-SHIFT.
006000     DISPLAY "Start time (HHMM)?".
006010     ACCEPT WS-START-REPLY.
006020     DISPLAY "Grace period in minutes?".
006030     ACCEPT WS-GRACE-REPLY.
006040     DISPLAY "Site (* or blank for the default row)?".
006050     ACCEPT SP-SITE-CODE.
006060     MOVE ZERO TO WS-SKIP-INDEX.
006070     PERFORM 4500-EDIT-SHIFT-PARM THRU 4500-EXIT.
006080     IF WS-EDIT-ERROR NOT = SPACES
006090         ADD 1 TO WS-REJECT-COUNT
006100         DISPLAY "ENTRY NOT ADDED - " WS-EDIT-ERROR
006110         GO TO 4100-EXIT
006120     END-IF.
006130     ADD 1 TO WS-PARM-COUNT.
006140     MOVE SHIFT-PARM-RECORD TO SHIFT-MAINT-ENTRY (WS-PARM-COUNT).
006150     PERFORM 6200-REWRITE-SHIFT-PARMS THRU 6200-EXIT.
006160     ADD 1 TO WS-ADD-COUNT.
006170     MOVE "SHIFTPRM" TO WS-AUDIT-FILE-NAME.
006180     MOVE "A" TO WS-AUDIT-ACTION.
006190     MOVE SPACES TO WS-BEFORE-IMAGE.
006200     MOVE SHIFT-PARM-RECORD TO WS-AFTER-IMAGE.
006210     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
006220     DISPLAY "SHIFT PARAMETER ENTRY " WS-PARM-COUNT " ADDED.".
006230 4100-EXIT.
006240     EXIT.
006250*****************************************************************
006260* 4200-CHANGE-SHIFT-PARM - PICK AN ENTRY BY ITS LIST NUMBER, KEY
006270* THE NEW VALUES (A BLANK REPLY KEEPS THE CURRENT VALUE), EDIT
006280* THE RESULT, AND REPLACE THE ENTRY.  THE DEFAULT ROW FOR A
006290* SHIFT KEEPS ITS SHIFT AND SITE - LATERPT STOPS WITHOUT ALL
006300* THREE DEFAULTS - SO ONLY ITS TIMES CAN CHANGE.
006310*****************************************************************
006320 4200-CHANGE-SHIFT-PARM.
006330     DISPLAY "Shift parameter entry number to change?".
006340     MOVE WS-PARM-COUNT TO WS-PARM-INDEX.
006350     PERFORM 5000-ACCEPT-ENTRY-NUMBER THRU 5000-EXIT.
006360     IF NOT WS-ENTRY-IS-VALID
006370         GO TO 4200-EXIT
006380     END-IF.
006390     MOVE SHIFT-MAINT-ENTRY (WS-ENTRY-NUMBER) TO
006400         SHIFT-PARM-RECORD.
006410     MOVE SHIFT-PARM-RECORD TO WS-BEFORE-IMAGE.
006420     MOVE WS-ENTRY-NUMBER TO WS-PARM-INDEX.
006430     PERFORM 4410-SHOW-ONE-PARM THRU 4410-EXIT.
006440     DISPLAY "Press ENTER at any prompt to keep the value.".
006450     DISPLAY "Shift (D/E/N)?".
006460     ACCEPT WS-SHIFT-REPLY.
006470     IF WS-SHIFT-REPLY NOT = SPACES
006480         MOVE WS-SHIFT-REPLY TO SP-SHIFT
006490     END-IF.
006500     DISPLAY "Start time (HHMM)?".
006510     ACCEPT WS-START-REPLY.
006520     IF WS-START-REPLY = SPACES
006530         MOVE SMT-START-TIME (WS-ENTRY-NUMBER) TO WS-START-REPLY
006540     END-IF.
006550     DISPLAY "Grace period in minutes?".
006560     ACCEPT WS-GRACE-REPLY.
006570     IF WS-GRACE-REPLY = SPACES
006580         MOVE SMT-GRACE-MINUTES (WS-ENTRY-NUMBER)
006590             TO WS-GRACE-REPLY
006600     END-IF.
006610     DISPLAY "Site (* for the default row)?".
006620     ACCEPT WS-SITE-REPLY.
006630     IF WS-SITE-REPLY NOT = SPACES
006640         MOVE WS-SITE-REPLY TO SP-SITE-CODE
006650     END-IF.
006660     IF SMT-SITE-CODE (WS-ENTRY-NUMBER) = "*  " OR
006670             SMT-SITE-CODE (WS-ENTRY-NUMBER) = SPACES
006680         IF SP-SHIFT NOT = SMT-SHIFT (WS-ENTRY-NUMBER)
006690                 OR NOT SP-ANY-SITE
006700             ADD 1 TO WS-REJECT-COUNT
006710             DISPLAY "ENTRY NOT CHANGED - A DEFAULT ROW KEEPS"
006720                 " ITS SHIFT AND SITE; CHANGE ITS TIMES INSTEAD"
006730             GO TO 4200-EXIT
006740         END-IF
006750     END-IF.
006760     MOVE WS-ENTRY-NUMBER TO WS-SKIP-INDEX.
006770     PERFORM 4500-EDIT-SHIFT-PARM THRU 4500-EXIT.
006780     IF WS-EDIT-ERROR NOT = SPACES
006790         ADD 1 TO WS-REJECT-COUNT
006800         DISPLAY "ENTRY NOT CHANGED - " WS-EDIT-ERROR
006810         GO TO 4200-EXIT
006820     END-IF.
006830     IF SHIFT-PARM-RECORD = WS-BEFORE-IMAGE(1:11)
006840         DISPLAY "NOTHING CHANGED - ENTRY LEFT AS IT WAS."
006850         GO TO 4200-EXIT
006860     END-IF.
006870     MOVE SHIFT-PARM-RECORD TO
006880         SHIFT-MAINT-ENTRY (WS-ENTRY-NUMBER).
006890     PERFORM 6200-REWRITE-SHIFT-PARMS THRU 6200-EXIT.
006900     ADD 1 TO WS-CHANGE-COUNT.
006910     MOVE "SHIFTPRM" TO WS-AUDIT-FILE-NAME.
006920     MOVE "C" TO WS-AUDIT-ACTION.
006930     MOVE SHIFT-PARM-RECORD TO WS-AFTER-IMAGE.
006940     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
006950     DISPLAY "SHIFT PARAMETER ENTRY " WS-ENTRY-NUMBER
006960         " CHANGED.".
006970 4200-EXIT.
006980     EXIT.
006990*****************************************************************
007000* 4300-DELETE-SHIFT-PARM - PICK AN ENTRY BY ITS LIST NUMBER,
007010* CONFIRM IT, AND CLOSE THE GAP IT LEAVES.  A DEFAULT ROW CANNOT
007020* BE DELETED - LATERPT AND PAYXTRCT NEED ONE FOR EVERY SHIFT.
007030*****************************************************************
007040 4300-DELETE-SHIFT-PARM.
007050     DISPLAY "Shift parameter entry number to delete?".
007060     MOVE WS-PARM-COUNT TO WS-PARM-INDEX.
007070     PERFORM 5000-ACCEPT-ENTRY-NUMBER THRU 5000-EXIT.
007080     IF NOT WS-ENTRY-IS-VALID
007090         GO TO 4300-EXIT
007100     END-IF.
007110     MOVE WS-ENTRY-NUMBER TO WS-PARM-INDEX.
007120     PERFORM 4410-SHOW-ONE-PARM THRU 4410-EXIT.
007130     IF SMT-SITE-CODE (WS-ENTRY-NUMBER) = "*  " OR
007140             SMT-SITE-CODE (WS-ENTRY-NUMBER) = SPACES
007150         ADD 1 TO WS-REJECT-COUNT
007160         DISPLAY "ENTRY NOT DELETED - EVERY SHIFT NEEDS ITS "
007170             "DEFAULT (*) ROW"
007180         GO TO 4300-EXIT
007190     END-IF.
007200     DISPLAY "Delete this entry (Y/N)?".
007210     ACCEPT WS-CONFIRM-REPLY.
007220     IF WS-CONFIRM-REPLY NOT = "Y" AND WS-CONFIRM-REPLY NOT = "y"
007230         DISPLAY "ENTRY NOT DELETED."
007240         GO TO 4300-EXIT
007250     END-IF.
007260     MOVE SHIFT-MAINT-ENTRY (WS-ENTRY-NUMBER) TO WS-BEFORE-IMAGE.
007270     PERFORM 4310-CLOSE-ONE-GAP THRU 4310-EXIT
007280         VARYING WS-PARM-INDEX FROM WS-ENTRY-NUMBER BY 1
007290         UNTIL WS-PARM-INDEX >= WS-PARM-COUNT.
007300     MOVE SPACES TO SHIFT-MAINT-ENTRY (WS-PARM-COUNT).
007310     SUBTRACT 1 FROM WS-PARM-COUNT.
007320     PERFORM 6200-REWRITE-SHIFT-PARMS THRU 6200-EXIT.
007330     ADD 1 TO WS-DELETE-COUNT.
007340     MOVE "SHIFTPRM" TO WS-AUDIT-FILE-NAME.
007350     MOVE "D" TO WS-AUDIT-ACTION.
007360     MOVE SPACES TO WS-AFTER-IMAGE.
007370     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
007380     DISPLAY "SHIFT PARAMETER ENTRY " WS-ENTRY-NUMBER
007390         " DELETED.".
007400 4300-EXIT.
007410     EXIT.
007420*****************************************************************
007430* 4310-CLOSE-ONE-GAP - SLIDE THE NEXT ENTRY DOWN ONE PLACE.
007440*****************************************************************
007450 4310-CLOSE-ONE-GAP.
007460     MOVE SHIFT-MAINT-ENTRY (WS-PARM-INDEX + 1) TO
007470         SHIFT-MAINT-ENTRY (WS-PARM-INDEX).
007480 4310-EXIT.
007490     EXIT.
007500*****************************************************************
007510* 4400-LIST-SHIFT-PARMS - DISPLAY EVERY ENTRY WITH ITS NUMBER.
007520*****************************************************************
007530 4400-LIST-SHIFT-PARMS.
007540     IF WS-PARM-COUNT = ZERO
007550         DISPLAY "THE SHIFT PARAMETER FILE IS EMPTY."
007560         GO TO 4400-EXIT
007570     END-IF.
007580     DISPLAY "NO S START GRACE SITE".
007590     PERFORM 4410-SHOW-ONE-PARM THRU 4410-EXIT
007600         VARYING WS-PARM-INDEX FROM 1 BY 1
007610         UNTIL WS-PARM-INDEX > WS-PARM-COUNT.
007620 4400-EXIT.
007630     EXIT.
007640*****************************************************************
007650* 4410-SHOW-ONE-PARM - DISPLAY THE ENTRY UNDER WS-PARM-INDEX.
007660*****************************************************************
007670 4410-SHOW-ONE-PARM.
007680     MOVE WS-PARM-INDEX TO WS-LINE-EDIT.
007690     DISPLAY WS-LINE-EDIT " "
007700         SMT-SHIFT (WS-PARM-INDEX) " "
007710         SMT-START-TIME (WS-PARM-INDEX) "  "
007720         SMT-GRACE-MINUTES (WS-PARM-INDEX) "   "
007730         SMT-SITE-CODE (WS-PARM-INDEX).
007740 4410-EXIT.
007750     EXIT.
007760*****************************************************************
007770* 4500-EDIT-SHIFT-PARM - EDIT THE ENTRY IN SHIFT-PARM-RECORD AND
007780* THE START AND GRACE REPLIES WITH THE RULES LATERPT LOADS BY,
007790* LEAVING THE FIRST FAULT FOUND IN WS-EDIT-ERROR (SPACES WHEN
007800* CLEAN).  A SHORT GRACE REPLY IS RIGHT-JUSTIFIED WITH ZEROS, AND
007810* THE DEFAULT SITE IS STORED AS "*".
007820*****************************************************************
007830 4500-EDIT-SHIFT-PARM.
007840     MOVE SPACES TO WS-EDIT-ERROR.
007850     IF NOT SP-SHIFT-DAY AND NOT SP-SHIFT-EVENING
007860             AND NOT SP-SHIFT-NIGHT
007870         MOVE "SHIFT MUST BE D, E, OR N" TO WS-EDIT-ERROR
007880         GO TO 4500-EXIT
007890     END-IF.
007900     IF WS-START-REPLY NOT NUMERIC
007910         MOVE "START TIME MUST BE FOUR DIGITS, HHMM"
007920             TO WS-EDIT-ERROR
007930         GO TO 4500-EXIT
007940     END-IF.
007950     IF WS-START-REPLY(1:2) > "23" OR WS-START-REPLY(3:2) > "59"
007960         MOVE "START TIME IS NOT A TIME OF DAY" TO WS-EDIT-ERROR
007970         GO TO 4500-EXIT
007980     END-IF.
007990     MOVE WS-START-REPLY TO SP-START-TIME.
008000     IF WS-GRACE-REPLY(3:1) = SPACE
008010         IF WS-GRACE-REPLY(2:1) = SPACE
008020             MOVE WS-GRACE-REPLY(1:1) TO WS-GRACE-REPLY(3:1)
008030             MOVE "00" TO WS-GRACE-REPLY(1:2)
008040         ELSE
008050             MOVE WS-GRACE-REPLY(2:1) TO WS-GRACE-REPLY(3:1)
008060             MOVE WS-GRACE-REPLY(1:1) TO WS-GRACE-REPLY(2:1)
008070             MOVE "0" TO WS-GRACE-REPLY(1:1)
008080         END-IF
008090     END-IF.
008100     IF WS-GRACE-REPLY NOT NUMERIC
008110         MOVE "GRACE PERIOD MUST BE A WHOLE NUMBER OF MINUTES"
008120             TO WS-EDIT-ERROR
008130         GO TO 4500-EXIT
008140     END-IF.
008150     MOVE WS-GRACE-REPLY TO SP-GRACE-MINUTES.
008160     MOVE SP-SITE-CODE TO WS-CHECK-SITE.
008170     PERFORM 5100-EDIT-SITE-CODE THRU 5100-EXIT.
008180     IF WS-EDIT-ERROR NOT = SPACES
008190         GO TO 4500-EXIT
008200     END-IF.
008210     MOVE WS-CHECK-SITE TO SP-SITE-CODE.
008220     MOVE "N" TO WS-DUPLICATE-SWITCH.
008230     PERFORM 4510-TEST-ONE-PARM-KEY THRU 4510-EXIT
008240         VARYING WS-PARM-INDEX FROM 1 BY 1
008250         UNTIL WS-PARM-INDEX > WS-PARM-COUNT
008260             OR WS-DUPLICATE-KEY.
008270     IF WS-DUPLICATE-KEY
008280         SUBTRACT 1 FROM WS-PARM-INDEX
008290         MOVE WS-PARM-INDEX TO WS-LINE-EDIT
008300         STRING "SAME SHIFT AND SITE AS ENTRY " DELIMITED BY SIZE
008310                 WS-LINE-EDIT DELIMITED BY SIZE
008320             INTO WS-EDIT-ERROR
008330     END-IF.
008340 4500-EXIT.
008350     EXIT.
008360*****************************************************************
008370* 4510-TEST-ONE-PARM-KEY - COMPARE ONE TABLE ENTRY'S SHIFT AND
008380* SITE TO THE ENTRY BEING EDITED.  A SITE OF SPACES IS THE SAME
008390* DEFAULT ROW AS "*".
008400*****************************************************************
008410 4510-TEST-ONE-PARM-KEY.
008420     IF WS-PARM-INDEX = WS-SKIP-INDEX
008430         GO TO 4510-EXIT
008440     END-IF.
008450     MOVE SMT-SITE-CODE (WS-PARM-INDEX) TO WS-ROW-SITE.
008460     IF WS-ROW-SITE = SPACES
008470         MOVE "*" TO WS-ROW-SITE
008480     END-IF.
008490     IF SMT-SHIFT (WS-PARM-INDEX) = SP-SHIFT
008500             AND WS-ROW-SITE = SP-SITE-CODE
008510         SET WS-DUPLICATE-KEY TO TRUE
008520     END-IF.
008530 4510-EXIT.
008540     EXIT.
008550*****************************************************************
008560* 5000-ACCEPT-ENTRY-NUMBER - ACCEPT A LIST NUMBER FROM 1 TO THE
008570* COUNT PASSED IN WS-PARM-INDEX.  A ONE-DIGIT REPLY IS
008580* RIGHT-JUSTIFIED BEFORE THE NUMERIC TEST.
008590*****************************************************************
008600 5000-ACCEPT-ENTRY-NUMBER.
008610     MOVE "N" TO WS-ENTRY-SWITCH.
008620     ACCEPT WS-ENTRY-REPLY.
008630     IF WS-ENTRY-REPLY(2:1) = SPACE
008640         MOVE WS-ENTRY-REPLY(1:1) TO WS-ENTRY-REPLY(2:1)
008650         MOVE "0" TO WS-ENTRY-REPLY(1:1)
008660     END-IF.
008670     IF WS-ENTRY-REPLY NOT NUMERIC
008680         DISPLAY "ENTRY NUMBER MUST BE NUMERIC - SEE THE LIST."
008690         GO TO 5000-EXIT
008700     END-IF.
008710     MOVE WS-ENTRY-REPLY TO WS-ENTRY-NUMBER.
008720     IF WS-ENTRY-NUMBER = ZERO OR WS-ENTRY-NUMBER > WS-PARM-INDEX
008730         DISPLAY "NO ENTRY " WS-ENTRY-NUMBER " - SEE THE LIST."
008740         GO TO 5000-EXIT
008750     END-IF.
008760     SET WS-ENTRY-IS-VALID TO TRUE.
008770 5000-EXIT.
008780     EXIT.
008790*****************************************************************
008800* 5100-EDIT-SITE-CODE - EDIT THE SITE IN WS-CHECK-SITE.  "*" OR
008810* SPACES IS THE ANY-SITE CODE AND COMES BACK AS "*".  ANY OTHER
008820* CODE MUST START WITH A LETTER AND CARRY NO "*" OR EMBEDDED
008830* SPACE.  A CODE NOT ALREADY USED IN EITHER FILE, AND NOT THE
008840* MAIN BUILDING'S HQ, IS ONLY TAKEN WHEN THE OPERATOR CONFIRMS
008850* IT - A MISKEYED SITE WOULD OTHERWISE NEVER MATCH AN ARRIVAL.
008860*****************************************************************
008870 5100-EDIT-SITE-CODE.
008880     IF WS-CHECK-SITE = SPACES OR WS-CHECK-SITE = "*  "
008890         MOVE "*" TO WS-CHECK-SITE
008900         GO TO 5100-EXIT
008910     END-IF.
008920     MOVE ZERO TO WS-STAR-COUNT.
008930     INSPECT WS-CHECK-SITE TALLYING WS-STAR-COUNT FOR ALL "*".
008940     IF WS-CHECK-SITE(1:1) NOT ALPHABETIC
008950             OR WS-CHECK-SITE(1:1) = SPACE
008960             OR WS-STAR-COUNT > ZERO
008970             OR (WS-CHECK-SITE(2:1) = SPACE
008980                 AND WS-CHECK-SITE(3:1) NOT = SPACE)
008990         MOVE "SITE MUST BE * OR A CODE STARTING WITH A LETTER"
009000             TO WS-EDIT-ERROR
009010         GO TO 5100-EXIT
009020     END-IF.
009030     IF WS-CHECK-SITE = "HQ "
009040         GO TO 5100-EXIT
009050     END-IF.
009060     MOVE "N" TO WS-SITE-FOUND-SWITCH.
009070     PERFORM 5110-TEST-ONE-GREETING-SITE THRU 5110-EXIT
009080         VARYING WS-GREET-INDEX FROM 1 BY 1
009090         UNTIL WS-GREET-INDEX > WS-GREET-COUNT
009100             OR WS-SITE-FOUND.
009110     PERFORM 5120-TEST-ONE-PARM-SITE THRU 5120-EXIT
009120         VARYING WS-PARM-INDEX FROM 1 BY 1
009130         UNTIL WS-PARM-INDEX > WS-PARM-COUNT
009140             OR WS-SITE-FOUND.
009150     IF WS-SITE-FOUND
009160         GO TO 5100-EXIT
009170     END-IF.
009180     DISPLAY "SITE " WS-CHECK-SITE
009190         " IS NOT IN EITHER FILE YET - IS IT A NEW SITE (Y/N)?".
009200     ACCEPT WS-CONFIRM-REPLY.
009210     IF WS-CONFIRM-REPLY NOT = "Y" AND WS-CONFIRM-REPLY NOT = "y"
009220         MOVE "NEW SITE CODE NOT CONFIRMED" TO WS-EDIT-ERROR
009230     END-IF.
009240 5100-EXIT.
009250     EXIT.
009260*****************************************************************
009270* 5110-TEST-ONE-GREETING-SITE - COMPARE ONE GREETING TABLE
009280* ENTRY'S SITE TO THE CODE BEING EDITED.
009290*****************************************************************
009300 5110-TEST-ONE-GREETING-SITE.
009310     IF GMT-SITE-CODE (WS-GREET-INDEX) = WS-CHECK-SITE
009320         SET WS-SITE-FOUND TO TRUE
009330     END-IF.
009340 5110-EXIT.
009350     EXIT.
009360*****************************************************************
009370* 5120-TEST-ONE-PARM-SITE - COMPARE ONE SHIFT PARAMETER ENTRY'S
009380* SITE TO THE CODE BEING EDITED.
009390*****************************************************************
009400 5120-TEST-ONE-PARM-SITE.
009410     IF SMT-SITE-CODE (WS-PARM-INDEX) = WS-CHECK-SITE
009420         SET WS-SITE-FOUND TO TRUE
009430     END-IF.
009440 5120-EXIT.
009450     EXIT.
009460*****************************************************************
009470* 6100-REWRITE-GREETING-TABLE - WRITE THE WHOLE GREETING TABLE
009480* BACK OUT OVER THE GREETTAB FILE.
009490*****************************************************************
009500 6100-REWRITE-GREETING-TABLE.
009510     OPEN OUTPUT GREETING-TABLE-FILE.
009520     IF WS-GRTAB-STATUS NOT = "00"
009530         DISPLAY "UNABLE TO REWRITE GREETING TABLE - STATUS "
009540             WS-GRTAB-STATUS
009550         MOVE 16 TO RETURN-CODE
009560         STOP RUN
009570     END-IF.
009580     PERFORM 6110-WRITE-ONE-GREETING THRU 6110-EXIT
009590         VARYING WS-GREET-INDEX FROM 1 BY 1
009600         UNTIL WS-GREET-INDEX > WS-GREET-COUNT.
009610     CLOSE GREETING-TABLE-FILE.
009620 6100-EXIT.
009630     EXIT.
009640*****************************************************************
009650* 6110-WRITE-ONE-GREETING - WRITE THE ENTRY UNDER WS-GREET-INDEX.
009660*****************************************************************
009670 6110-WRITE-ONE-GREETING.
009680     MOVE GREETING-MAINT-ENTRY (WS-GREET-INDEX) TO
009690         GREETING-TABLE-FILE-RECORD.
009700     WRITE GREETING-TABLE-FILE-RECORD.
009710     IF WS-GRTAB-STATUS NOT = "00"
009720         DISPLAY "UNABLE TO WRITE GREETING TABLE - STATUS "
009730             WS-GRTAB-STATUS
009740         MOVE 16 TO RETURN-CODE
009750         STOP RUN
009760     END-IF.
009770 6110-EXIT.
009780     EXIT.
009790*****************************************************************
009800* 6200-REWRITE-SHIFT-PARMS - WRITE THE WHOLE SHIFT PARAMETER
009810* TABLE BACK OUT OVER THE SHIFTPRM FILE.
009820*****************************************************************
009830 6200-REWRITE-SHIFT-PARMS.
009840     OPEN OUTPUT SHIFT-PARM-FILE.
009850     IF WS-PARM-STATUS NOT = "00"
009860         DISPLAY "UNABLE TO REWRITE SHIFT PARM FILE - STATUS "
009870             WS-PARM-STATUS
009880         MOVE 16 TO RETURN-CODE
009890         STOP RUN
009900     END-IF.
009910     PERFORM 6210-WRITE-ONE-PARM THRU 6210-EXIT
009920         VARYING WS-PARM-INDEX FROM 1 BY 1
009930         UNTIL WS-PARM-INDEX > WS-PARM-COUNT.
009940     CLOSE SHIFT-PARM-FILE.
009950 6200-EXIT.
009960     EXIT.
009970*****************************************************************
009980* 6210-WRITE-ONE-PARM - WRITE THE ENTRY UNDER WS-PARM-INDEX.
009990*****************************************************************
010000 6210-WRITE-ONE-PARM.
010010     MOVE SHIFT-MAINT-ENTRY (WS-PARM-INDEX) TO
010020         SHIFT-PARM-FILE-RECORD.
010030     WRITE SHIFT-PARM-FILE-RECORD.
010040     IF WS-PARM-STATUS NOT = "00"
010050         DISPLAY "UNABLE TO WRITE SHIFT PARM FILE - STATUS "
010060             WS-PARM-STATUS
010070         MOVE 16 TO RETURN-CODE
010080         STOP RUN
010090     END-IF.
010100 6210-EXIT.
010110     EXIT.
010120*****************************************************************
010130* 7000-WRITE-AUDIT - APPEND ONE CHANGE RECORD TO THE TBLAUDIT
010140* FILE.  OPENED AND CLOSED AROUND EACH WRITE, THE SAME AS THE
010150* RUN-HISTORY DATASET, SO EVERY CHANGE ALREADY MADE TO A FILE IS
010160* ON THE AUDIT TRAIL EVEN IF THE SESSION DROPS.
010170*****************************************************************
010180 7000-WRITE-AUDIT.
010190     OPEN EXTEND TABLE-AUDIT-FILE.
010200     IF WS-AUDIT-STATUS NOT = "00" AND
010210             WS-AUDIT-STATUS NOT = "05"
010220         DISPLAY "UNABLE TO OPEN TABLE AUDIT FILE - STATUS "
010230             WS-AUDIT-STATUS
010240         MOVE 16 TO RETURN-CODE
010250         STOP RUN
010260     END-IF.
010270     ACCEPT WS-CURRENT-TIME FROM TIME.
010280     MOVE SPACES TO TABLE-AUDIT-RECORD.
010290     MOVE WS-AUDIT-FILE-NAME TO TA-FILE-NAME.
010300     MOVE WS-AUDIT-ACTION TO TA-ACTION.
010310     MOVE WS-OPERATOR-ID TO TA-OPERATOR-ID.
010320     MOVE WS-CURRENT-DATE TO TA-CHANGE-DATE.
010330     MOVE WS-CURRENT-TIME TO TA-CHANGE-TIME.
010340     MOVE WS-BEFORE-IMAGE TO TA-BEFORE-IMAGE.
010350     MOVE WS-AFTER-IMAGE TO TA-AFTER-IMAGE.
010360     WRITE TABLE-AUDIT-RECORD.
010370     IF WS-AUDIT-STATUS NOT = "00"
010380         DISPLAY "UNABLE TO WRITE TABLE AUDIT FILE - STATUS "
010390             WS-AUDIT-STATUS
010400         MOVE 16 TO RETURN-CODE
010410         STOP RUN
010420     END-IF.
010430     CLOSE TABLE-AUDIT-FILE.
010440 7000-EXIT.
010450     EXIT.
