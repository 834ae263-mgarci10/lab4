000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STUNOTFY.
000030 AUTHOR. J MCALLISTER.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  JM    INITIAL WRITE - NIGHTLY CONSOLIDATED STUDENT
000110*                   NOTIFICATION FEED
000120*----------------------------------------------------------------
000130*
000140* RUN AT THE END OF THE NIGHT STREAM, AHEAD OF RUNSUMM.
000150* REGMAINT (ADDS AND DROPS), WAITLIST (SEATS OFFERED, ENTRIES
000155* PURGED), OFFRRESP (OFFERS ACCEPTED, EXPIRED OR RE-QUEUED)
000160* AND CSCANCEL (STUDENTS DROPPED OR PURGED BY A CANCELLED
000170* SECTION) EACH APPEND ONE NOTICE EVENT PER STUDENT AFFECTED TO
000180* UR-S-NOTEVT, WHICH OPERATIONS SCRATCHES AT THE HEAD OF THE
000190* STREAM ALONG WITH UR-S-STATUS.  THE EVENTS ARE EDITED,
000200* SORTED INTO STUDENT AND SECTION SEQUENCE, AND
000210* COLLAPSED INTO ONE NOTICE PER STUDENT, SECTION AND EVENT ON
000220* THE FEED TO THE CAMPUS EMAIL/LETTER SYSTEM (DA-S-STUNOTE):
000230* AN EVENT REPEATED BY A RERUN IS A DUPLICATE, EVERY OTHER EVENT
000240* FOR A SECTION THE STUDENT WAS CANCELLED OUT OF IS SUPPRESSED
000250* INTO THE CANCELLATION (SO THE DROP REGMAINT POSTS FOR A
000260* CANCELLED SECTION IS NOT SENT AS A DROP), AND AN OFFER ACCEPTED
000270* IS SUPPRESSED INTO THE ADD THAT POSTED IT.  THE CONTROL REPORT
000280* (UR-S-NOTCTL) LISTS REJECTED EVENTS, COUNTS EVERY EVENT TYPE
000290* RECEIVED, COLLAPSED AND SENT, AND RECONCILES THE EVENTS FROM
000300* EACH PROGRAM TO THE COUNTS THAT PROGRAM LEFT ON UR-S-STATUS.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSE' ORGANIZATION
000370             IS LINE SEQUENTIAL.
000380     SELECT OPTIONAL NOTICE-FILE ASSIGN TO 'UR-S-NOTEVT'
000390             ORGANIZATION IS LINE SEQUENTIAL
000400             FILE STATUS IS SN-NTE-STATUS.
000410     SELECT FEED-FILE ASSIGN TO 'DA-S-STUNOTE' ORGANIZATION
000420             IS LINE SEQUENTIAL.
000430     SELECT REPORT-FILE ASSIGN TO 'UR-S-NOTCTL' ORGANIZATION
000440             IS LINE SEQUENTIAL.
000450     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000460             ORGANIZATION IS LINE SEQUENTIAL
000470             FILE STATUS IS SN-PARM-STATUS.
000480     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000490             ORGANIZATION IS LINE SEQUENTIAL
000500             FILE STATUS IS SN-STAT-STATUS.
000510     SELECT SORT-NOTICE-WORK ASSIGN TO 'SORTWK01'.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550******************************************************************
000560* COURSE MASTER - ONLY THE HEADER IS READ, FOR THE TERM CODE ***
000570* STAMPED ON EVERY NOTICE ***
000580******************************************************************
000590 FD  COURSE-FILE.
000600 01  COURSE-DATA.
000610     88  END-OF-DATA VALUE HIGH-VALUES.
000620     03  C-ABB PIC XXX.
000630     03  FILLER PIC X(77).
000640*
000650******************************************************************
000660* STUDENT NOTICE EVENT - SHARED BY EVERY PROGRAM THAT CHANGES ***
000670* A STUDENT'S REGISTRATION OR WAITLIST STANDING, ONE RECORD ***
000680* APPENDED PER EVENT AND READ BACK BY STUNOTFY ***
000690******************************************************************
000700 FD  NOTICE-FILE.
000710 01  NOTICE-DATA.
000720     88  NOTICE-EOF VALUE HIGH-VALUES.
000730     03  NE-STUDENT-ID PIC 9(7).
000740     03  NE-EVENT-CODE PIC XX.
000750     03  NE-KEY.
000760         05  NE-ABB PIC XXX.
000770         05  NE-NUMB PIC XXXX.
000780         05  NE-SEC PIC XXX.
000790     03  NE-PRIORITY PIC 9(3).
000800     03  NE-STUDENT-NAME PIC X(25).
000810     03  NE-PROGRAM PIC X(8).
000820     03  NE-EVENT-DATE PIC 9(6).
000830     03  FILLER PIC X(19).
000840*
000850 FD  FEED-FILE.
000860 01  FEED-REC PIC X(80).
000870*
000880 FD  REPORT-FILE.
000890 01  REPORT-REC PIC X(132).
000900*
000910******************************************************************
000920* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES ONLY THE ***
000930* EXPECTED TERM CODE IN COLS 29-34 (SEE LAB4 FOR THE FULL ***
000940* CARD LAYOUT) ***
000950******************************************************************
000960 FD  PARM-FILE.
000970 01  PARM-CARD.
000980     03  FILLER PIC X(28).
000990     03  PMC-TERM PIC X(6).
001000     03  FILLER PIC X(46).
001010*
001020******************************************************************
001030* SHARED RUN-STATUS FILE - READ FIRST FOR THE COUNTS EACH ***
001040* PROGRAM REPORTED TONIGHT, THEN THIS RUN'S OWN RECORD IS ***
001050* APPENDED FOR RUNSUMM ***
001060******************************************************************
001070 FD  STATUS-FILE.
001080 01  STATUS-DATA.
001090     88  STATUS-EOF VALUE HIGH-VALUES.
001100     03  SF-PROGRAM PIC X(8).
001110     03  FILLER PIC X.
001120     03  SF-DATE PIC 9(6).
001130     03  FILLER PIC X.
001140     03  SF-TIME PIC 9(8).
001150     03  FILLER PIC X.
001160     03  SF-READ PIC 9(5).
001170     03  FILLER PIC X.
001180     03  SF-WRITTEN PIC 9(5).
001190     03  FILLER PIC X.
001200     03  SF-EXCEPTIONS PIC 9(5).
001210     03  FILLER PIC X.
001220     03  SF-RETCODE PIC 99.
001230     03  FILLER PIC X(35).
001240*
001250******************************************************************
001260* ONE ROW PER GOOD EVENT, SORTED INTO STUDENT, SECTION AND ***
001270* EVENT-RANK ORDER SO A CANCELLATION COMES AHEAD OF EVERY ***
001280* EVENT IT SUPPRESSES ***
001290******************************************************************
001300 SD  SORT-NOTICE-WORK.
001310 01  SORT-NOTICE-REC.
001320     05  SK-STUDENT-ID PIC 9(7).
001330     05  SK-KEY PIC X(10).
001340     05  SK-RANK PIC 9.
001350     05  SK-EVENT-CODE PIC XX.
001360     05  SK-SOURCE PIC 9.
001370     05  SK-PRIORITY PIC 9(3).
001380     05  SK-STUDENT-NAME PIC X(25).
001390     05  SK-EVENT-DATE PIC 9(6).
001400*
001410 WORKING-STORAGE SECTION.
001420 77  SN-EVENTS-READ PIC 9(5) VALUE 0.
001430 77  SN-EVENTS-REJECTED PIC 9(5) VALUE 0.
001440 77  SN-NOTICES-WRITTEN PIC 9(5) VALUE 0.
001450 77  SN-STATUS-READ PIC 9(5) VALUE 0.
001460 77  SN-DIFFERENCES PIC 9(3) VALUE 0.
001470 77  SN-NO-STATUS-COUNT PIC 9(3) VALUE 0.
001480 77  SN-TOT-RECEIVED PIC 9(5) VALUE 0.
001490 77  SN-TOT-DUPLICATE PIC 9(5) VALUE 0.
001500 77  SN-TOT-SUPPRESSED PIC 9(5) VALUE 0.
001510 77  SN-TOT-NOTICES PIC 9(5) VALUE 0.
001520 77  SN-RUN-DATE PIC 9(6) VALUE 0.
001530 77  SN-NTE-STATUS PIC XX VALUE '00'.
001540 77  SN-PARM-STATUS PIC XX VALUE '00'.
001550 77  SN-STAT-STATUS PIC XX VALUE '00'.
001560 77  SN-PARM-TERM PIC X(6) VALUE SPACES.
001570 77  SN-C PIC 9 VALUE 0.
001580 77  SN-S PIC 9 VALUE 0.
001590 77  SN-X PIC 9 VALUE 0.
001600 77  SN-PEND-C PIC 9 VALUE 0.
001610 77  SN-CHK-S PIC 9 VALUE 0.
001620 77  SN-CHK-EVENTS PIC S9(7) VALUE 0.
001630 77  SN-CHK-STATUS PIC S9(7) VALUE 0.
001640 01  MISC.
001650     03  SORT-EOF-SW PIC X VALUE 'N'.
001660         88  SORT-EOF VALUE 'Y'.
001670     03  PENDING-SW PIC X VALUE 'N'.
001680         88  NOTICE-PENDING VALUE 'Y'.
001690     03  CONTROL-FAIL-SW PIC X VALUE 'N'.
001700         88  CONTROL-FAILED VALUE 'Y'.
001710     03  SN-CHK-RULE PIC X VALUE '='.
001720         88  CHECK-EQUAL VALUE '='.
001730         88  CHECK-NOT-OVER VALUE '<'.
001740     03  SN-REASON PIC X(30) VALUE SPACES.
001750*
001760 01  CONTROL-HEADER-REC.
001770     03  CH-ID PIC XXX VALUE SPACES.
001780     03  CH-CREATE-DATE PIC 9(6) VALUE ZERO.
001790     03  CH-TERM PIC X(6) VALUE SPACES.
001800     03  FILLER PIC X(65).
001810*
001820******************************************************************
001830* STUDENT NOTIFICATION FEED RECORD - FIXED 80-BYTE LAYOUT ***
001840* LOADED BY THE CAMPUS EMAIL/LETTER SYSTEM.  NF-EVENTS-MERGED ***
001850* IS THE NUMBER OF EVENTS COLLAPSED INTO THIS ONE NOTICE ***
001860******************************************************************
001870 01  FEED-DATA.
001880     03  NF-STUDENT-ID PIC 9(7).
001890     03  NF-TERM PIC X(6).
001900     03  NF-EVENT-CODE PIC XX.
001910     03  NF-KEY PIC X(10).
001920     03  NF-EVENT-DATE PIC 9(6).
001930     03  NF-STUDENT-NAME PIC X(25).
001940     03  NF-PRIORITY PIC 9(3).
001950     03  NF-SOURCE PIC X(8).
001960     03  NF-EVENTS-MERGED PIC 9(3).
001970     03  FILLER PIC X(10).
001980*
001990******************************************************************
002000* THE EVENT CODES, IN RANK ORDER - A CANCELLATION FIRST SO IT ***
002010* SUPPRESSES WHAT FOLLOWS, AND AN ADD AHEAD OF THE ACCEPTED ***
002020* OFFER IT POSTED.  4500-RECONCILE SUBSCRIPTS THIS TABLE AND ***
002030* THE SOURCE TABLE BY POSITION - KEEP THE THREE IN STEP ***
002040******************************************************************
002050 01  EVENT-VALUES.
002060     03  FILLER PIC XX VALUE 'CN'.
002070     03  FILLER PIC X(28) VALUE 'SECTION CANCELLED - DROPPED'.
002080     03  FILLER PIC XX VALUE 'CW'.
002090     03  FILLER PIC X(28) VALUE 'SECTION GONE - OFF WAITLIST'.
002100     03  FILLER PIC XX VALUE 'AD'.
002110     03  FILLER PIC X(28) VALUE 'REGISTRATION ADDED'.
002120     03  FILLER PIC XX VALUE 'AC'.
002130     03  FILLER PIC X(28) VALUE 'SEAT OFFER ACCEPTED'.
002140     03  FILLER PIC XX VALUE 'DR'.
002150     03  FILLER PIC X(28) VALUE 'REGISTRATION DROPPED'.
002160     03  FILLER PIC XX VALUE 'OF'.
002170     03  FILLER PIC X(28) VALUE 'SEAT OFFERED'.
002180     03  FILLER PIC XX VALUE 'EX'.
002190     03  FILLER PIC X(28) VALUE 'SEAT OFFER EXPIRED'.
002200     03  FILLER PIC XX VALUE 'RQ'.
002210     03  FILLER PIC X(28) VALUE 'RE-QUEUED ON WAITLIST'.
002220 01  EVENT-TABLE REDEFINES EVENT-VALUES.
002230     03  EVENT-ENTRY OCCURS 8 TIMES.
002240         05  EV-CODE PIC XX.
002250         05  EV-DESC PIC X(28).
002260*
002270 01  SOURCE-VALUES.
002280     03  FILLER PIC X(8) VALUE 'REGMAINT'.
002290     03  FILLER PIC X(8) VALUE 'WAITLIST'.
002300     03  FILLER PIC X(8) VALUE 'OFFRRESP'.
002310     03  FILLER PIC X(8) VALUE 'CSCANCEL'.
002320 01  SOURCE-TABLE REDEFINES SOURCE-VALUES.
002330     03  SOURCE-NAME PIC X(8) OCCURS 4 TIMES.
002340*
002350******************************************************************
002360* WHAT BECAME OF EACH EVENT TYPE, AND WHAT EACH SOURCE PROGRAM ***
002370* SENT AND REPORTED ON UR-S-STATUS (SUMMED OVER ITS RUNS) ***
002380******************************************************************
002390 01  EVENT-COUNT-TABLE.
002400     05  EVENT-COUNT OCCURS 8 TIMES.
002410         10  EC-RECEIVED PIC 9(5).
002420         10  EC-DUPLICATE PIC 9(5).
002430         10  EC-SUPPRESSED PIC 9(5).
002440         10  EC-NOTICES PIC 9(5).
002450 01  SOURCE-COUNT-TABLE.
002460     05  SOURCE-COUNT OCCURS 4 TIMES.
002470         10  SC-RUNS PIC 9(3).
002480         10  SC-READ PIC 9(7).
002490         10  SC-WRITTEN PIC 9(7).
002500         10  SC-EXCEPTIONS PIC 9(7).
002510         10  SC-EVENTS PIC 9(5) OCCURS 8 TIMES.
002520*
002530******************************************************************
002540* DESCRIPTION OF CONTROL REPORT HEADING, REJECT, EVENT-TYPE, ***
002550* RECONCILIATION AND TOTAL LINES ***
002560******************************************************************
002570 01  NTC-HEADING1.
002580     03  FILLER PIC X(10) VALUE SPACES.
002590     03  FILLER PIC X(35) VALUE
002600             'STUDENT NOTIFICATION CONTROL - TERM'.
002610     03  FILLER PIC X VALUE SPACES.
002620     03  NH-TERM PIC X(6).
002630     03  FILLER PIC X(10) VALUE '  RUN DATE'.
002640     03  FILLER PIC X VALUE SPACES.
002650     03  NH-RUN-DATE PIC 9(6).
002660 01  NTC-TITLE-LINE.
002670     03  FILLER PIC X(10) VALUE SPACES.
002680     03  NT-TITLE PIC X(50).
002690 01  NTC-REJ-HEADING.
002700     03  FILLER PIC X(10) VALUE SPACES.
002710     03  FILLER PIC X(45) VALUE
002720             'STUDENT  CODE  ABB NUMB SEC  PROGRAM   REASON'.
002730 01  NTC-REJ-LINE.
002740     03  FILLER PIC X(10) VALUE SPACES.
002750     03  NR-STUDENT-ID PIC X(7).
002760     03  FILLER PIC X(2) VALUE SPACES.
002770     03  NR-CODE PIC XX.
002780     03  FILLER PIC X(4) VALUE SPACES.
002790     03  NR-ABB PIC XXX.
002800     03  FILLER PIC X VALUE SPACES.
002810     03  NR-NUMB PIC XXXX.
002820     03  FILLER PIC X VALUE SPACES.
002830     03  NR-SEC PIC XXX.
002840     03  FILLER PIC X(2) VALUE SPACES.
002850     03  NR-PROGRAM PIC X(8).
002860     03  FILLER PIC X(2) VALUE SPACES.
002870     03  NR-REASON PIC X(30).
002880 01  NTC-TYPE-HEADING.
002890     03  FILLER PIC X(10) VALUE SPACES.
002900     03  FILLER PIC X(34) VALUE 'CODE  DESCRIPTION'.
002910     03  FILLER PIC X(22) VALUE '   RECEIVED  DUPLICATE'.
002920     03  FILLER PIC X(22) VALUE ' SUPPRESSED    NOTICES'.
002930 01  NTC-TYPE-LINE.
002940     03  FILLER PIC X(10) VALUE SPACES.
002950     03  NY-CODE PIC XX.
002960     03  FILLER PIC X(4) VALUE SPACES.
002970     03  NY-DESC PIC X(28).
002980     03  FILLER PIC X(6) VALUE SPACES.
002990     03  NY-RECEIVED PIC ZZZZ9.
003000     03  FILLER PIC X(6) VALUE SPACES.
003010     03  NY-DUPLICATE PIC ZZZZ9.
003020     03  FILLER PIC X(6) VALUE SPACES.
003030     03  NY-SUPPRESSED PIC ZZZZ9.
003040     03  FILLER PIC X(6) VALUE SPACES.
003050     03  NY-NOTICES PIC ZZZZ9.
003060 01  NTC-RECON-HEADING.
003070     03  FILLER PIC X(10) VALUE SPACES.
003080     03  FILLER PIC X(40) VALUE 'PROGRAM   CHECK'.
003090     03  FILLER PIC X(33) VALUE
003100             ' RUNS    EVENTS    STATUS  RESULT'.
003110 01  NTC-RECON-LINE.
003120     03  FILLER PIC X(10) VALUE SPACES.
003130     03  NK-PROGRAM PIC X(8).
003140     03  FILLER PIC X(2) VALUE SPACES.
003150     03  NK-CHECK PIC X(30).
003160     03  FILLER PIC X(2) VALUE SPACES.
003170     03  NK-RUNS PIC ZZ9.
003180     03  FILLER PIC X(3) VALUE SPACES.
003190     03  NK-EVENTS PIC ------9.
003200     03  FILLER PIC X(3) VALUE SPACES.
003210     03  NK-STATUS PIC ------9.
003220     03  FILLER PIC X(2) VALUE SPACES.
003230     03  NK-RESULT PIC X(9).
003240 01  NTC-NONE-LINE.
003250     03  FILLER PIC X(10) VALUE SPACES.
003260     03  FILLER PIC X(4) VALUE 'NONE'.
003270 01  NTC-COUNT-LINE.
003280     03  FILLER PIC X(10) VALUE SPACES.
003290     03  NC-LABEL PIC X(30).
003300     03  NC-COUNT PIC ZZZZ9.
003310 01  NTC-CTL-FAIL.
003320     03  FILLER PIC X(10) VALUE SPACES.
003330     03  FILLER PIC X(46) VALUE
003340             '** NOTICE COUNTS DO NOT BALANCE TO EVENTS READ'.
003350*
003360******************************************************************
003370* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
003380* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
003390******************************************************************
003400 01  STATUS-LINE.
003410     03  STL-PROGRAM PIC X(8) VALUE 'STUNOTFY'.
003420     03  FILLER PIC X VALUE SPACES.
003430     03  STL-DATE PIC 9(6) VALUE 0.
003440     03  FILLER PIC X VALUE SPACES.
003450     03  STL-TIME PIC 9(8) VALUE 0.
003460     03  FILLER PIC X VALUE SPACES.
003470     03  STL-READ PIC 9(5) VALUE 0.
003480     03  FILLER PIC X VALUE SPACES.
003490     03  STL-WRITTEN PIC 9(5) VALUE 0.
003500     03  FILLER PIC X VALUE SPACES.
003510     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
003520     03  FILLER PIC X VALUE SPACES.
003530     03  STL-RETCODE PIC 99 VALUE 0.
003540     03  FILLER PIC X(35) VALUE SPACES.
003550*
003560 PROCEDURE DIVISION.
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE.
003590     SORT SORT-NOTICE-WORK
003600         ON ASCENDING KEY SK-STUDENT-ID SK-KEY SK-RANK
003610         INPUT PROCEDURE IS 2000-RELEASE-EVENTS
003620             THRU 2000-EXIT
003630         OUTPUT PROCEDURE IS 3000-BUILD-NOTICES
003640             THRU 3000-EXIT.
003650     PERFORM 4000-PRINT-TYPES.
003660     PERFORM 4500-RECONCILE.
003670     PERFORM 8000-PRINT-TOTALS.
003680     PERFORM 9000-TERMINATE.
003690     PERFORM 9100-SET-RETURN-CODE.
003700     PERFORM 9500-WRITE-STATUS.
003710     STOP RUN.
003720*
003730******************************************************************
003740* OPENS THE FEED AND THE REPORT, READS THE PARM CARD, ***
003750* TAKES THE TERM FROM THE MASTER'S HEADER, LOADS TONIGHT'S ***
003760* STATUS COUNTS AND PRINTS THE HEADINGS ***
003770******************************************************************
003780 1000-INITIALIZE.
003790     OPEN INPUT COURSE-FILE
003800         OUTPUT FEED-FILE, REPORT-FILE.
003810     OPEN INPUT PARM-FILE.
003820     READ PARM-FILE INTO PARM-CARD
003830             AT END CONTINUE
003840             NOT AT END MOVE PMC-TERM TO SN-PARM-TERM
003850     END-READ.
003860     CLOSE PARM-FILE.
003870     PERFORM 7000-READ-HEADER.
003880     CLOSE COURSE-FILE.
003890     PERFORM 1100-VERIFY-TERM.
003900     ACCEPT SN-RUN-DATE FROM DATE.
003910     MOVE ZEROS TO EVENT-COUNT-TABLE.
003920     MOVE ZEROS TO SOURCE-COUNT-TABLE.
003930     PERFORM 1500-LOAD-STATUS THRU 1500-EXIT.
003940     MOVE CH-TERM TO NH-TERM.
003950     MOVE SN-RUN-DATE TO NH-RUN-DATE.
003960     WRITE REPORT-REC FROM NTC-HEADING1
003970             AFTER ADVANCING PAGE.
003980     MOVE 'REJECTED NOTICE EVENTS' TO NT-TITLE.
003990     WRITE REPORT-REC FROM NTC-TITLE-LINE
004000             AFTER ADVANCING 2 LINES.
004010     WRITE REPORT-REC FROM NTC-REJ-HEADING
004020             AFTER ADVANCING 2 LINES.
004030     MOVE SPACES TO REPORT-REC.
004040     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
004050*
004060******************************************************************
004070* STOPS THE RUN COLD WHEN THE TERM CODE ON THE PARM CARD DOES ***
004080* NOT MATCH THE TERM THE MASTER'S HEADER CARRIES ***
004090******************************************************************
004100 1100-VERIFY-TERM.
004110     IF SN-PARM-TERM NOT = SPACES
004120       AND SN-PARM-TERM NOT = CH-TERM
004130     THEN
004140         DISPLAY 'TERM MISMATCH - PARM ' SN-PARM-TERM
004150             ' BUT DA-S-COURSE CARRIES ' CH-TERM
004160         CLOSE FEED-FILE, REPORT-FILE
004170         MOVE 20 TO RETURN-CODE
004180         PERFORM 9500-WRITE-STATUS
004190         STOP RUN
004200     END-IF.
004210*
004220******************************************************************
004230* SUMS WHAT EACH SOURCE PROGRAM REPORTED ON UR-S-STATUS. ***
004240* EVERY RUN TONIGHT IS COUNTED, SO A PROGRAM RERUN AFTER A ***
004250* FIX STILL RECONCILES TO THE EVENTS BOTH RUNS SENT ***
004260******************************************************************
004270 1500-LOAD-STATUS.
004280     OPEN INPUT STATUS-FILE.
004290     IF SN-STAT-STATUS NOT = '00'
004300     THEN
004310         DISPLAY 'UR-S-STATUS NOT AVAILABLE - NO PROGRAM COUNTS '
004320             'TO RECONCILE TO'
004330         CLOSE STATUS-FILE
004340         GO TO 1500-EXIT
004350     END-IF.
004360     READ STATUS-FILE INTO STATUS-DATA
004370             AT END SET STATUS-EOF TO TRUE
004380     END-READ.
004390     PERFORM 1550-ADD-STATUS
004400             UNTIL STATUS-EOF.
004410     CLOSE STATUS-FILE.
004420 1500-EXIT.
004430     EXIT.
004440*
004450 1550-ADD-STATUS.
004460     ADD 1 TO SN-STATUS-READ.
004470     MOVE 0 TO SN-S.
004480     PERFORM 1560-PROBE-SOURCE
004490             VARYING SN-X FROM 1 BY 1
004500             UNTIL SN-X > 4 OR SN-S > 0.
004510     IF SN-S > 0
004520     THEN
004530         ADD 1 TO SC-RUNS(SN-S)
004540         ADD SF-READ TO SC-READ(SN-S)
004550         ADD SF-WRITTEN TO SC-WRITTEN(SN-S)
004560         ADD SF-EXCEPTIONS TO SC-EXCEPTIONS(SN-S)
004570     END-IF.
004580     READ STATUS-FILE INTO STATUS-DATA
004590             AT END SET STATUS-EOF TO TRUE
004600     END-READ.
004610*
004620 1560-PROBE-SOURCE.
004630     IF SOURCE-NAME(SN-X) = SF-PROGRAM
004640     THEN
004650         MOVE SN-X TO SN-S
004660     END-IF.
004670*
004680******************************************************************
004690* SORT INPUT PROCEDURE - EDITS EVERY NOTICE EVENT, LISTS THE ***
004700* ONES THAT CANNOT BE SENT, AND RELEASES THE REST.  WHEN ***
004710* UR-S-NOTEVT IS NOT CATALOGED NOTHING RAN TONIGHT THAT ***
004720* CHANGED A STUDENT, AND AN EMPTY FEED IS WRITTEN ***
004730******************************************************************
004740 2000-RELEASE-EVENTS.
004750     PERFORM 2050-READ-EVENTS THRU 2050-EXIT.
004760     IF SN-EVENTS-REJECTED = 0
004770     THEN
004780         WRITE REPORT-REC FROM NTC-NONE-LINE
004790                 AFTER ADVANCING 1 LINE
004800     END-IF.
004810 2000-EXIT.
004820     EXIT.
004830*
004840 2050-READ-EVENTS.
004850     OPEN INPUT NOTICE-FILE.
004860     IF SN-NTE-STATUS NOT = '00'
004870     THEN
004880         DISPLAY 'UR-S-NOTEVT NOT AVAILABLE - NO NOTICE EVENTS '
004890             'TONIGHT'
004900         CLOSE NOTICE-FILE
004910         GO TO 2050-EXIT
004920     END-IF.
004930     READ NOTICE-FILE INTO NOTICE-DATA
004940             AT END SET NOTICE-EOF TO TRUE
004950     END-READ.
004960     PERFORM 2100-EDIT-EVENT
004970             UNTIL NOTICE-EOF.
004980     CLOSE NOTICE-FILE.
004990 2050-EXIT.
005000     EXIT.
005010*
005020 2100-EDIT-EVENT.
005030     ADD 1 TO SN-EVENTS-READ.
005040     MOVE SPACES TO SN-REASON.
005050     MOVE 0 TO SN-C.
005060     PERFORM 2110-PROBE-CODE
005070             VARYING SN-X FROM 1 BY 1
005080             UNTIL SN-X > 8 OR SN-C > 0.
005090     MOVE 0 TO SN-S.
005100     PERFORM 2120-PROBE-PROGRAM
005110             VARYING SN-X FROM 1 BY 1
005120             UNTIL SN-X > 4 OR SN-S > 0.
005130     EVALUATE TRUE
005140         WHEN NE-STUDENT-ID NOT NUMERIC
005150             MOVE 'INVALID STUDENT ID' TO SN-REASON
005160         WHEN NE-STUDENT-ID = 0
005170             MOVE 'INVALID STUDENT ID' TO SN-REASON
005180         WHEN NE-KEY = SPACES
005190             MOVE 'NO SECTION KEY' TO SN-REASON
005200         WHEN SN-C = 0
005210             MOVE 'UNKNOWN EVENT CODE' TO SN-REASON
005220         WHEN SN-S = 0
005230             MOVE 'UNKNOWN SOURCE PROGRAM' TO SN-REASON
005240         WHEN OTHER
005250             PERFORM 2200-RELEASE-ONE
005260     END-EVALUATE.
005270     IF SN-REASON NOT = SPACES
005280     THEN
005290         ADD 1 TO SN-EVENTS-REJECTED
005300         MOVE NE-STUDENT-ID TO NR-STUDENT-ID
005310         MOVE NE-EVENT-CODE TO NR-CODE
005320         MOVE NE-ABB TO NR-ABB
005330         MOVE NE-NUMB TO NR-NUMB
005340         MOVE NE-SEC TO NR-SEC
005350         MOVE NE-PROGRAM TO NR-PROGRAM
005360         MOVE SN-REASON TO NR-REASON
005370         WRITE REPORT-REC FROM NTC-REJ-LINE
005380                 AFTER ADVANCING 1 LINE
005390     END-IF.
005400     READ NOTICE-FILE INTO NOTICE-DATA
005410             AT END SET NOTICE-EOF TO TRUE
005420     END-READ.
005430*
005440 2110-PROBE-CODE.
005450     IF EV-CODE(SN-X) = NE-EVENT-CODE
005460     THEN
005470         MOVE SN-X TO SN-C
005480     END-IF.
005490*
005500 2120-PROBE-PROGRAM.
005510     IF SOURCE-NAME(SN-X) = NE-PROGRAM
005520     THEN
005530         MOVE SN-X TO SN-S
005540     END-IF.
005550*
005560 2200-RELEASE-ONE.
005570     ADD 1 TO EC-RECEIVED(SN-C).
005580     ADD 1 TO SC-EVENTS(SN-S, SN-C).
005590     MOVE NE-STUDENT-ID TO SK-STUDENT-ID.
005600     MOVE NE-KEY TO SK-KEY.
005610     MOVE SN-C TO SK-RANK.
005620     MOVE NE-EVENT-CODE TO SK-EVENT-CODE.
005630     MOVE SN-S TO SK-SOURCE.
005640     MOVE NE-PRIORITY TO SK-PRIORITY.
005650     MOVE NE-STUDENT-NAME TO SK-STUDENT-NAME.
005660     MOVE NE-EVENT-DATE TO SK-EVENT-DATE.
005670     RELEASE SORT-NOTICE-REC.
005680*
005690******************************************************************
005700* SORT OUTPUT PROCEDURE - THE FIRST EVENT FOR A STUDENT AND ***
005710* SECTION OPENS A NOTICE.  EACH LATER EVENT FOR THE SAME ***
005720* STUDENT AND SECTION IS COLLAPSED INTO IT WHEN IT REPEATS THE ***
005730* SAME EVENT, WHEN THE OPEN NOTICE IS A CANCELLATION, OR WHEN ***
005740* IT IS THE ACCEPTED OFFER BEHIND AN ADD; OTHERWISE THE OPEN ***
005750* NOTICE IS WRITTEN AND THE EVENT OPENS THE NEXT ***
005760******************************************************************
005770 3000-BUILD-NOTICES.
005780     PERFORM 3050-GET-NEXT THRU 3050-EXIT.
005790     PERFORM 3100-TAKE-EVENT
005800             UNTIL SORT-EOF.
005810     IF NOTICE-PENDING
005820     THEN
005830         PERFORM 3300-WRITE-NOTICE
005840     END-IF.
005850 3000-EXIT.
005860     EXIT.
005870*
005880 3050-GET-NEXT.
005890     RETURN SORT-NOTICE-WORK
005900             AT END SET SORT-EOF TO TRUE
005910     END-RETURN.
005920 3050-EXIT.
005930     EXIT.
005940*
005950 3100-TAKE-EVENT.
005960     IF NOTICE-PENDING
005970       AND SK-STUDENT-ID = NF-STUDENT-ID
005980       AND SK-KEY = NF-KEY
005990     THEN
006000         PERFORM 3150-MERGE-EVENT
006010     ELSE
006020         IF NOTICE-PENDING
006030         THEN
006040             PERFORM 3300-WRITE-NOTICE
006050         END-IF
006060         PERFORM 3200-START-NOTICE
006070     END-IF.
006080     PERFORM 3050-GET-NEXT THRU 3050-EXIT.
006090*
006100 3150-MERGE-EVENT.
006110     EVALUATE TRUE
006120         WHEN SK-RANK = SN-PEND-C
006130             ADD 1 TO EC-DUPLICATE(SK-RANK)
006140             ADD 1 TO NF-EVENTS-MERGED
006150         WHEN NF-EVENT-CODE = 'CN' OR NF-EVENT-CODE = 'CW'
006160             ADD 1 TO EC-SUPPRESSED(SK-RANK)
006170             ADD 1 TO NF-EVENTS-MERGED
006180         WHEN SK-EVENT-CODE = 'AC' AND NF-EVENT-CODE = 'AD'
006190             ADD 1 TO EC-SUPPRESSED(SK-RANK)
006200             ADD 1 TO NF-EVENTS-MERGED
006210         WHEN OTHER
006220             PERFORM 3300-WRITE-NOTICE
006230             PERFORM 3200-START-NOTICE
006240     END-EVALUATE.
006250*
006260 3200-START-NOTICE.
006270     MOVE SPACES TO FEED-DATA.
006280     MOVE SK-STUDENT-ID TO NF-STUDENT-ID.
006290     MOVE CH-TERM TO NF-TERM.
006300     MOVE SK-EVENT-CODE TO NF-EVENT-CODE.
006310     MOVE SK-KEY TO NF-KEY.
006320     MOVE SK-EVENT-DATE TO NF-EVENT-DATE.
006330     MOVE SK-STUDENT-NAME TO NF-STUDENT-NAME.
006340     MOVE SK-PRIORITY TO NF-PRIORITY.
006350     MOVE SOURCE-NAME(SK-SOURCE) TO NF-SOURCE.
006360     MOVE 1 TO NF-EVENTS-MERGED.
006370     MOVE SK-RANK TO SN-PEND-C.
006380     SET NOTICE-PENDING TO TRUE.
006390*
006400 3300-WRITE-NOTICE.
006410     WRITE FEED-REC FROM FEED-DATA.
006420     ADD 1 TO SN-NOTICES-WRITTEN.
006430     ADD 1 TO EC-NOTICES(SN-PEND-C).
006440*
006450******************************************************************
006460* PRINTS WHAT BECAME OF EACH EVENT TYPE - EVERY EVENT RECEIVED ***
006470* IS A DUPLICATE, SUPPRESSED, OR THE NOTICE ITSELF ***
006480******************************************************************
006490 4000-PRINT-TYPES.
006500     MOVE 'NOTICE EVENTS BY TYPE' TO NT-TITLE.
006510     WRITE REPORT-REC FROM NTC-TITLE-LINE
006520             AFTER ADVANCING 3 LINES.
006530     WRITE REPORT-REC FROM NTC-TYPE-HEADING
006540             AFTER ADVANCING 2 LINES.
006550     MOVE SPACES TO REPORT-REC.
006560     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
006570     PERFORM 4100-PRINT-ONE-TYPE
006580             VARYING SN-C FROM 1 BY 1
006590             UNTIL SN-C > 8.
006600     MOVE SPACES TO NY-CODE.
006610     MOVE 'TOTAL' TO NY-DESC.
006620     MOVE SN-TOT-RECEIVED TO NY-RECEIVED.
006630     MOVE SN-TOT-DUPLICATE TO NY-DUPLICATE.
006640     MOVE SN-TOT-SUPPRESSED TO NY-SUPPRESSED.
006650     MOVE SN-TOT-NOTICES TO NY-NOTICES.
006660     WRITE REPORT-REC FROM NTC-TYPE-LINE
006670             AFTER ADVANCING 2 LINES.
006680     IF SN-TOT-RECEIVED NOT = SN-EVENTS-READ - SN-EVENTS-REJECTED
006690       OR SN-TOT-RECEIVED NOT = SN-TOT-DUPLICATE
006700             + SN-TOT-SUPPRESSED + SN-TOT-NOTICES
006710       OR SN-TOT-NOTICES NOT = SN-NOTICES-WRITTEN
006720     THEN
006730         SET CONTROL-FAILED TO TRUE
006740         WRITE REPORT-REC FROM NTC-CTL-FAIL
006750                 AFTER ADVANCING 2 LINES
006760         DISPLAY 'NOTICE COUNTS DO NOT BALANCE - FEED NOT SENT'
006770     END-IF.
006780*
006790 4100-PRINT-ONE-TYPE.
006800     MOVE EV-CODE(SN-C) TO NY-CODE.
006810     MOVE EV-DESC(SN-C) TO NY-DESC.
006820     MOVE EC-RECEIVED(SN-C) TO NY-RECEIVED.
006830     MOVE EC-DUPLICATE(SN-C) TO NY-DUPLICATE.
006840     MOVE EC-SUPPRESSED(SN-C) TO NY-SUPPRESSED.
006850     MOVE EC-NOTICES(SN-C) TO NY-NOTICES.
006860     WRITE REPORT-REC FROM NTC-TYPE-LINE
006870             AFTER ADVANCING 1 LINE.
006880     ADD EC-RECEIVED(SN-C) TO SN-TOT-RECEIVED.
006890     ADD EC-DUPLICATE(SN-C) TO SN-TOT-DUPLICATE.
006900     ADD EC-SUPPRESSED(SN-C) TO SN-TOT-SUPPRESSED.
006910     ADD EC-NOTICES(SN-C) TO SN-TOT-NOTICES.
006920*
006930******************************************************************
006940* RECONCILES THE EVENTS EACH PROGRAM SENT TO THE COUNTS IT ***
006950* REPORTED ON UR-S-STATUS.  REGMAINT'S DETAILS WRITTEN LESS ***
006960* READ IS ITS ADDS LESS ITS DROPS; WAITLIST'S WRITTEN COUNT IS ***
006970* SEATS OFFERED AND ITS EXCEPTIONS ENTRIES PURGED; OFFRRESP'S ***
006980* WRITTEN COUNT IS OFFERS ACCEPTED, AND EVERY OFFER IT READ ***
006990* WAS ACCEPTED, EXPIRED, RE-QUEUED OR LEFT PENDING; CSCANCEL'S ***
007000* WRITTEN COUNT IS REGISTERED STUDENTS DROPPED.  SUBSCRIPTS ***
007010* ARE POSITIONS IN THE EVENT AND SOURCE TABLES ***
007020******************************************************************
007030 4500-RECONCILE.
007040     MOVE 'RECONCILIATION TO UR-S-STATUS' TO NT-TITLE.
007050     WRITE REPORT-REC FROM NTC-TITLE-LINE
007060             AFTER ADVANCING 3 LINES.
007070     WRITE REPORT-REC FROM NTC-RECON-HEADING
007080             AFTER ADVANCING 2 LINES.
007090     MOVE SPACES TO REPORT-REC.
007100     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
007110     MOVE 1 TO SN-CHK-S.
007120     MOVE 'ADDS LESS DROPS' TO NK-CHECK.
007130     COMPUTE SN-CHK-EVENTS = SC-EVENTS(1, 3) - SC-EVENTS(1, 5).
007140     COMPUTE SN-CHK-STATUS = SC-WRITTEN(1) - SC-READ(1).
007150     MOVE '=' TO SN-CHK-RULE.
007160     PERFORM 4600-PRINT-CHECK.
007170     MOVE 2 TO SN-CHK-S.
007180     MOVE 'SEATS OFFERED' TO NK-CHECK.
007190     MOVE SC-EVENTS(2, 6) TO SN-CHK-EVENTS.
007200     MOVE SC-WRITTEN(2) TO SN-CHK-STATUS.
007210     PERFORM 4600-PRINT-CHECK.
007220     MOVE 'ENTRIES PURGED' TO NK-CHECK.
007230     MOVE SC-EVENTS(2, 2) TO SN-CHK-EVENTS.
007240     MOVE SC-EXCEPTIONS(2) TO SN-CHK-STATUS.
007250     PERFORM 4600-PRINT-CHECK.
007260     MOVE 3 TO SN-CHK-S.
007270     MOVE 'OFFERS ACCEPTED' TO NK-CHECK.
007280     MOVE SC-EVENTS(3, 4) TO SN-CHK-EVENTS.
007290     MOVE SC-WRITTEN(3) TO SN-CHK-STATUS.
007300     PERFORM 4600-PRINT-CHECK.
007310     MOVE 'OFFERS CLOSED - NOT OVER READ' TO NK-CHECK.
007320     COMPUTE SN-CHK-EVENTS = SC-EVENTS(3, 4) + SC-EVENTS(3, 7)
007330             + SC-EVENTS(3, 8).
007340     MOVE SC-READ(3) TO SN-CHK-STATUS.
007350     MOVE '<' TO SN-CHK-RULE.
007360     PERFORM 4600-PRINT-CHECK.
007370     MOVE 4 TO SN-CHK-S.
007380     MOVE 'REGISTERED STUDENTS DROPPED' TO NK-CHECK.
007390     MOVE SC-EVENTS(4, 1) TO SN-CHK-EVENTS.
007400     MOVE SC-WRITTEN(4) TO SN-CHK-STATUS.
007410     MOVE '=' TO SN-CHK-RULE.
007420     PERFORM 4600-PRINT-CHECK.
007430*
007440******************************************************************
007450* PRINTS ONE RECONCILIATION LINE.  A PROGRAM WITH NO STATUS ***
007460* RECORD TONIGHT IS NOT RUN WHEN IT SENT NO EVENTS EITHER, AND ***
007470* IS FLAGGED NO STATUS WHEN IT DID ***
007480******************************************************************
007490 4600-PRINT-CHECK.
007500     MOVE SOURCE-NAME(SN-CHK-S) TO NK-PROGRAM.
007510     MOVE SC-RUNS(SN-CHK-S) TO NK-RUNS.
007520     MOVE SN-CHK-EVENTS TO NK-EVENTS.
007530     MOVE SN-CHK-STATUS TO NK-STATUS.
007540     IF SC-RUNS(SN-CHK-S) = 0
007550     THEN
007560         IF SN-CHK-EVENTS = 0
007570         THEN
007580             MOVE 'NOT RUN' TO NK-RESULT
007590         ELSE
007600             MOVE 'NO STATUS' TO NK-RESULT
007610             ADD 1 TO SN-NO-STATUS-COUNT
007620         END-IF
007630     ELSE
007640         IF (CHECK-EQUAL AND SN-CHK-EVENTS = SN-CHK-STATUS)
007650           OR (CHECK-NOT-OVER
007655               AND SN-CHK-EVENTS NOT > SN-CHK-STATUS)
007660         THEN
007670             MOVE 'AGREES' TO NK-RESULT
007680         ELSE
007690             MOVE 'DIFFERS' TO NK-RESULT
007700             ADD 1 TO SN-DIFFERENCES
007710         END-IF
007720     END-IF.
007730     WRITE REPORT-REC FROM NTC-RECON-LINE
007740             AFTER ADVANCING 1 LINE.
007750*
007760******************************************************************
007770* PRINTS THE RUN COUNTS ***
007780******************************************************************
007790 8000-PRINT-TOTALS.
007800     MOVE SPACES TO REPORT-REC.
007810     WRITE REPORT-REC AFTER ADVANCING 2 LINES.
007820     MOVE 'NOTICE EVENTS READ            ' TO NC-LABEL.
007830     MOVE SN-EVENTS-READ TO NC-COUNT.
007840     WRITE REPORT-REC FROM NTC-COUNT-LINE
007850             AFTER ADVANCING 1 LINE.
007860     MOVE 'NOTICE EVENTS REJECTED        ' TO NC-LABEL.
007870     MOVE SN-EVENTS-REJECTED TO NC-COUNT.
007880     WRITE REPORT-REC FROM NTC-COUNT-LINE
007890             AFTER ADVANCING 1 LINE.
007900     MOVE 'NOTICES WRITTEN TO FEED       ' TO NC-LABEL.
007910     MOVE SN-NOTICES-WRITTEN TO NC-COUNT.
007920     WRITE REPORT-REC FROM NTC-COUNT-LINE
007930             AFTER ADVANCING 1 LINE.
007940     MOVE 'STATUS RECORDS READ           ' TO NC-LABEL.
007950     MOVE SN-STATUS-READ TO NC-COUNT.
007960     WRITE REPORT-REC FROM NTC-COUNT-LINE
007970             AFTER ADVANCING 1 LINE.
007980     MOVE 'RECONCILIATION DIFFERENCES    ' TO NC-LABEL.
007990     MOVE SN-DIFFERENCES TO NC-COUNT.
008000     WRITE REPORT-REC FROM NTC-COUNT-LINE
008010             AFTER ADVANCING 1 LINE.
008020     MOVE 'PROGRAMS WITH NO STATUS       ' TO NC-LABEL.
008030     MOVE SN-NO-STATUS-COUNT TO NC-COUNT.
008040     WRITE REPORT-REC FROM NTC-COUNT-LINE
008050             AFTER ADVANCING 1 LINE.
008060*
008070******************************************************************
008080* READS THE FIRST RECORD OF DA-S-COURSE AND KEEPS IT WHEN ***
008090* IT IS THE HEADER - THE TERM IS ALL THIS PROGRAM NEEDS OF ***
008095* THE MASTER ***
008100******************************************************************
008110 7000-READ-HEADER.
008120     READ COURSE-FILE INTO COURSE-DATA
008130             AT END SET END-OF-DATA TO TRUE
008140     END-READ.
008150     IF NOT END-OF-DATA AND C-ABB = 'HDR'
008160     THEN
008170         MOVE COURSE-DATA TO CONTROL-HEADER-REC
008180     END-IF.
008190*
008200******************************************************************
008210* CLOSES FILES ***
008220******************************************************************
008230 9000-TERMINATE.
008240     CLOSE FEED-FILE, REPORT-FILE.
008250*
008260******************************************************************
008270* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN THE ***
008280* NOTICE COUNTS DO NOT BALANCE, 8 WHEN EVENTS WERE REJECTED OR ***
008290* A PROGRAM'S EVENTS DIFFER FROM ITS STATUS COUNTS, 4 WHEN A ***
008300* PROGRAM SENT EVENTS BUT LEFT NO STATUS RECORD, 0 OTHERWISE ***
008310******************************************************************
008320 9100-SET-RETURN-CODE.
008330     IF CONTROL-FAILED
008340     THEN
008350         MOVE 12 TO RETURN-CODE
008360     ELSE
008370         IF SN-EVENTS-REJECTED > 0 OR SN-DIFFERENCES > 0
008380         THEN
008390             MOVE 8 TO RETURN-CODE
008400         ELSE
008410             IF SN-NO-STATUS-COUNT > 0
008420             THEN
008430                 MOVE 4 TO RETURN-CODE
008440             END-IF
008450         END-IF
008460     END-IF.
008470*
008480******************************************************************
008490* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
008500* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
008510* THE MORNING OPERATIONS SUMMARY ***
008520******************************************************************
008530 9500-WRITE-STATUS.
008540     ACCEPT STL-DATE FROM DATE.
008550     ACCEPT STL-TIME FROM TIME.
008560     MOVE SN-EVENTS-READ TO STL-READ.
008570     MOVE SN-NOTICES-WRITTEN TO STL-WRITTEN.
008580     COMPUTE STL-EXCEPTIONS = SN-EVENTS-REJECTED + SN-DIFFERENCES.
008590     MOVE RETURN-CODE TO STL-RETCODE.
008600     OPEN EXTEND STATUS-FILE.
008610     IF SN-STAT-STATUS NOT = '00'
008620     THEN
008630         OPEN OUTPUT STATUS-FILE
008640     END-IF.
008650     WRITE STATUS-DATA FROM STATUS-LINE.
008660     CLOSE STATUS-FILE.
