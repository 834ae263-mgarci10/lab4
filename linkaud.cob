000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LINKAUD.
000030 AUTHOR. R DELGADO.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  RD    INITIAL WRITE - NIGHTLY AUDIT OF CO-REQUISITE
000110*                   SETS AND CROSS-LIST SEAT POOLS
000120*----------------------------------------------------------------
000130*
000140* NIGHTLY STEP, RUN AFTER REGMAINT'S NEW DETAIL FILE HAS BEEN
000150* SWAPPED IN.  THE SECTION-LINK FILE (DA-S-SECTLNK) IS EDITED THE
000160* WAY REGMAINT EDITS IT, AND EVERY RECORD REGMAINT WOULD LEAVE OUT
000170* IS LISTED, TOGETHER WITH EVERY LINKED SECTION NOT ON THE COURSE
000180* MASTER (DA-S-COURSE).  THE REGISTRATION DETAIL (DA-S-REGDETL) IS
000190* THEN AUDITED AGAINST THE LINKS: EVERY STUDENT HOLDING SOME BUT
000200* NOT ALL PARTS OF A CO-REQUISITE GROUP IS LISTED WITH THE PARTS
000210* HELD AND MISSING, AND EVERY CROSS-LIST GROUP WHOSE COMBINED
000220* ENROLLMENT IS OVER ITS SHARED SEAT LIMIT IS LISTED WITH ITS
000230* MEMBER SECTIONS.  REGMAINT REFUSES THE CARDS THAT WOULD CAUSE
000240* EITHER, SO A FINDING HERE MEANS A LINK WAS FILED AFTER THE
000250* STUDENTS REGISTERED, A SEAT CAME IN BY ANOTHER PATH, OR A SET
000260* WAS LEFT INCOMPLETE BY A CARD REJECTED FOR ANOTHER REASON.
000270* REPORT ONLY - NOTHING IS CHANGED.
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSE' ORGANIZATION
000340             IS LINE SEQUENTIAL.
000350     SELECT OPTIONAL LINK-FILE ASSIGN TO 'DA-S-SECTLNK'
000360             ORGANIZATION IS LINE SEQUENTIAL
000370             FILE STATUS IS LA-LNK-STATUS.
000380     SELECT REGDETL-FILE ASSIGN TO 'DA-S-REGDETL' ORGANIZATION
000390             IS LINE SEQUENTIAL.
000400     SELECT AUDIT-FILE ASSIGN TO 'UR-S-LINKAUD' ORGANIZATION
000410             IS LINE SEQUENTIAL.
000420     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000430             ORGANIZATION IS LINE SEQUENTIAL
000440             FILE STATUS IS LA-PARM-STATUS.
000450     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000460             ORGANIZATION IS LINE SEQUENTIAL
000470             FILE STATUS IS LA-STAT-STATUS.
000480     SELECT SORT-LINK-WORK ASSIGN TO 'SORTWK01'.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  COURSE-FILE.
000530 01  COURSE-DATA.
000540     88  END-OF-DATA VALUE HIGH-VALUES.
000550     02  C-COURSE.
000560         03  C-ABB PIC XXX.
000570         03  C-NUMB PIC XXXX.
000580         03  C-SEC PIC XXX.
000590         03  C-TITLE PIC X(20).
000600         03  C-SEATS-REMAINING PIC S999.
000610         03  C-CLASSLIMIT PIC 999.
000620         03  FILLER PIC XXX.
000630     02  C-STARTING-TIME.
000640         03  C-STARTING-HOUR PIC 99.
000650         03  C-STARTING-MIN PIC 99.
000660         03  FILLER PIC XX.
000670     02  C-DAYS.
000680         03  C-MON PIC X.
000690         03  C-TUE PIC X.
000700         03  C-WED PIC X.
000710         03  C-THU PIC X.
000720         03  C-FRI PIC X.
000730         03  FILLER PIC X.
000740     02  C-LOCATION.
000750         03  C-BUILDING PIC XX.
000760         03  C-ROOM PIC XXX.
000770         03  FILLER PIC X(24).
000780*
000790******************************************************************
000800* SECTION LINKS.  TYPE C RECORDS BUILD CO-REQUISITE GROUPS - A ***
000810* STUDENT IN ANY SECTION OF THE GROUP MUST HOLD ONE SECTION OF ***
000820* EACH PART (LEC, LAB, REC ...).  TYPE X RECORDS BUILD CROSS- ***
000830* LIST GROUPS WHOSE SECTIONS SHARE THE ONE SEAT LIMIT CARRIED ***
000840* ON EVERY RECORD OF THE GROUP ***
000850******************************************************************
000860 FD  LINK-FILE.
000870 01  LINK-DATA.
000880     88  LINK-EOF VALUE HIGH-VALUES.
000890     03  SL-TYPE PIC X.
000900     03  SL-GROUP PIC X(6).
000910     03  SL-KEY.
000920         05  SL-ABB PIC XXX.
000930         05  SL-NUMB PIC XXXX.
000940         05  SL-SEC PIC XXX.
000950     03  SL-PART PIC XXX.
000960     03  SL-POOL-LIMIT PIC 999.
000970     03  FILLER PIC X(57).
000980*
000990******************************************************************
001000* STUDENT REGISTRATION DETAIL - ONE RECORD PER STUDENT PER ***
001010* SECTION, IN KEY AND STUDENT-ID SEQUENCE ***
001020******************************************************************
001030 FD  REGDETL-FILE.
001040 01  REGDETL-DATA.
001050     88  REGDETL-EOF VALUE HIGH-VALUES.
001060     03  RD-KEY.
001070         05  RD-ABB PIC XXX.
001080         05  RD-NUMB PIC XXXX.
001090         05  RD-SEC PIC XXX.
001100     03  RD-STUDENT-ID PIC 9(07).
001110     03  RD-STUDENT-NAME PIC X(25).
001120     03  FILLER PIC X(38).
001130*
001140 FD  AUDIT-FILE.
001150 01  AUDIT-REC PIC X(132).
001160*
001170******************************************************************
001180* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES ONLY THE ***
001190* EXPECTED TERM CODE IN COLS 29-34 (SEE LAB4 FOR THE FULL ***
001200* CARD LAYOUT) ***
001210******************************************************************
001220 FD  PARM-FILE.
001230 01  PARM-CARD.
001240     03  FILLER PIC X(28).
001250     03  PMC-TERM PIC X(6).
001260     03  FILLER PIC X(46).
001270*
001280******************************************************************
001290* SHARED RUN-STATUS FILE - ONE RECORD APPENDED PER PROGRAM ***
001300* RUN, READ BY RUNSUMM FOR THE OPERATIONS SUMMARY ***
001310******************************************************************
001320 FD  STATUS-FILE.
001330 01  STATUS-REC PIC X(80).
001340*
001350******************************************************************
001360* ONE ROW PER REGISTRATION IN A CO-REQUISITE SECTION, SORTED ***
001370* INTO STUDENT AND GROUP ORDER SO EACH STUDENT'S SET IS SEEN ***
001380* TOGETHER ***
001390******************************************************************
001400 SD  SORT-LINK-WORK.
001410 01  SORT-LINK-REC.
001420     05  SK-STUDENT-ID PIC 9(7).
001430     05  SK-GROUP PIC 9(3).
001440     05  SK-PART PIC 9.
001450     05  SK-SECT-KEY PIC X(10).
001460     05  SK-STUDENT-NAME PIC X(25).
001470*
001480 WORKING-STORAGE SECTION.
001490 77  LA-LINKS-READ PIC 9(5) VALUE 0.
001500 77  LA-LINKS-REJECTED PIC 9(5) VALUE 0.
001510 77  LA-LINK-DROPPED PIC 9(5) VALUE 0.
001520 77  LA-NOT-ON-MASTER PIC 9(5) VALUE 0.
001530 77  LA-DETAILS-READ PIC 9(5) VALUE 0.
001540 77  LA-STUDENTS-SHORT PIC 9(5) VALUE 0.
001550 77  LA-GROUPS-OVERSOLD PIC 9(5) VALUE 0.
001560 77  LA-CTL-READ-COUNT PIC 9(5) VALUE 0.
001570 77  LA-CTL-HASH-TOTAL PIC 9(7) VALUE 0.
001580 77  LA-RUN-DATE PIC 9(6) VALUE 0.
001590 77  LA-LNK-STATUS PIC XX VALUE '00'.
001600 77  LA-PARM-STATUS PIC XX VALUE '00'.
001610 77  LA-STAT-STATUS PIC XX VALUE '00'.
001620 77  LA-PARM-TERM PIC X(6) VALUE SPACES.
001630 77  LA-GROUP-COUNT PIC 9(3) VALUE 0.
001640 77  LA-MAX-GROUPS PIC 9(3) VALUE 300.
001650 77  LA-SECTION-COUNT PIC 9(3) VALUE 0.
001660 77  LA-MAX-SECTIONS PIC 9(3) VALUE 600.
001670 77  LA-G PIC 9(3) VALUE 0.
001680 77  LA-L PIC 9(3) VALUE 0.
001690 77  LA-X PIC 9(3) VALUE 0.
001700 77  LA-P PIC 9 VALUE 0.
001710 77  LA-Q PIC 9 VALUE 0.
001720 77  LA-H PIC 9 VALUE 0.
001730 77  LA-M PIC 9 VALUE 0.
001740 77  LA-PRE-L PIC 9(3) VALUE 0.
001750 77  LA-PARTS-HELD PIC 9 VALUE 0.
001760 01  MISC.
001770     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
001780         88  TRAILER-FOUND VALUE 'Y'.
001790     03  CONTROL-FAIL-SW PIC X VALUE 'N'.
001800         88  CONTROL-FAILED VALUE 'Y'.
001810     03  LINKS-LOADED-SW PIC X VALUE 'N'.
001820         88  LINKS-LOADED VALUE 'Y'.
001822     03  REGDETL-OPEN-SW PIC X VALUE 'N'.
001824         88  REGDETL-OPEN VALUE 'Y'.
001830     03  SORT-EOF-SW PIC X VALUE 'N'.
001840         88  SORT-EOF VALUE 'Y'.
001850     03  LA-LINK-REASON PIC X(30) VALUE SPACES.
001860     03  LA-LINK-SECT PIC X(10) VALUE SPACES.
001870     03  LA-PRE-KEY PIC X(10) VALUE LOW-VALUES.
001880     03  LA-COURSE-KEY.
001890         05  LA-C-ABB PIC XXX.
001900         05  LA-C-NUMB PIC XXXX.
001910         05  LA-C-SEC PIC XXX.
001920     03  LA-DETAIL-KEY.
001930         05  LA-D-KEY PIC X(10).
001940         05  LA-D-STUDENT PIC 9(7).
001950     03  LA-SET-STUDENT PIC 9(7) VALUE 0.
001960     03  LA-SET-GROUP PIC 9(3) VALUE 0.
001970     03  LA-SET-NAME PIC X(25) VALUE SPACES.
001980     03  LA-PREV-COURSE-KEY PIC X(10) VALUE LOW-VALUES.
001990     03  LA-PREV-DETAIL-KEY PIC X(17) VALUE LOW-VALUES.
002000*
002010 01  CONTROL-HEADER-REC.
002020     03  CH-ID PIC XXX VALUE SPACES.
002030     03  CH-CREATE-DATE PIC 9(6) VALUE ZERO.
002040     03  CH-TERM PIC X(6) VALUE SPACES.
002050     03  FILLER PIC X(65).
002060 01  CONTROL-TRAILER-REC.
002070     03  CT-ID PIC XXX VALUE SPACES.
002080     03  CT-COUNT PIC 9(5) VALUE ZERO.
002090     03  CT-HASH PIC 9(7) VALUE ZERO.
002100     03  FILLER PIC X(65).
002110*
002120******************************************************************
002130* SECTION-LINK GROUPS AND THE SECTIONS IN THEM, LOADED AND ***
002140* EDITED AS REGMAINT LOADS THEM.  LG-ENROLLED IS A CROSS-LIST ***
002150* GROUP'S COMBINED ROSTER, LS-ENROLLED ONE SECTION'S ***
002160******************************************************************
002170 01  LINK-GROUP-TABLE.
002180     05  LINK-GROUP OCCURS 300 TIMES.
002190         10  LG-ID PIC X(6).
002200         10  LG-TYPE PIC X.
002210         10  LG-LIMIT PIC 999.
002220         10  LG-ENROLLED PIC 9(5).
002230         10  LG-PART-COUNT PIC 9.
002240         10  LG-PART PIC XXX OCCURS 4 TIMES.
002250 01  LINK-SECTION-TABLE.
002260     05  LINK-SECTION OCCURS 600 TIMES.
002270         10  LS-KEY PIC X(10).
002280         10  LS-COREQ PIC 9(3).
002290         10  LS-PART PIC 9.
002300         10  LS-XLIST PIC 9(3).
002310         10  LS-ENROLLED PIC 9(5).
002320         10  LS-ON-MASTER-SW PIC X.
002330 01  SET-PART-TABLE.
002340     05  SET-PART-HELD PIC 9(3) OCCURS 4 TIMES.
002350*
002360******************************************************************
002370* DESCRIPTION OF AUDIT REPORT HEADING, EXCEPTION, STUDENT, ***
002380* GROUP AND TOTAL LINES ***
002390******************************************************************
002400 01  AUD-HEADING1.
002410     03  FILLER PIC X(10) VALUE SPACES.
002420     03  FILLER PIC X(25) VALUE
002430             'SECTION LINK AUDIT - TERM'.
002440     03  FILLER PIC X VALUE SPACES.
002450     03  AH-TERM PIC X(6).
002460     03  FILLER PIC X(10) VALUE '  RUN DATE'.
002470     03  FILLER PIC X VALUE SPACES.
002480     03  AH-RUN-DATE PIC 9(6).
002490 01  AUD-TITLE-LINE.
002500     03  FILLER PIC X(10) VALUE SPACES.
002510     03  AT-TITLE PIC X(50).
002520 01  AUD-EXC-HEADING.
002530     03  FILLER PIC X(10) VALUE SPACES.
002540     03  FILLER PIC X(39) VALUE
002550             'TYPE GROUP   ABB NUMB SEC  PART  REASON'.
002560 01  AUD-EXC-LINE.
002570     03  FILLER PIC X(10) VALUE SPACES.
002580     03  AE-TYPE PIC X.
002590     03  FILLER PIC X(4) VALUE SPACES.
002600     03  AE-GROUP PIC X(6).
002610     03  FILLER PIC X(2) VALUE SPACES.
002620     03  AE-ABB PIC XXX.
002630     03  FILLER PIC X VALUE SPACES.
002640     03  AE-NUMB PIC XXXX.
002650     03  FILLER PIC X VALUE SPACES.
002660     03  AE-SEC PIC XXX.
002670     03  FILLER PIC X(2) VALUE SPACES.
002680     03  AE-PART PIC XXX.
002690     03  FILLER PIC X(3) VALUE SPACES.
002700     03  AE-REASON PIC X(30).
002710 01  AUD-STU-HEADING.
002720     03  FILLER PIC X(10) VALUE SPACES.
002730     03  FILLER PIC X(36) VALUE
002740             'STUDENT  NAME                      '.
002750     03  FILLER PIC X(32) VALUE
002760             'GROUP   HOLDS             MISSES'.
002770 01  AUD-STU-LINE.
002780     03  FILLER PIC X(10) VALUE SPACES.
002790     03  AS-STUDENT-ID PIC 9(7).
002800     03  FILLER PIC X(2) VALUE SPACES.
002810     03  AS-NAME PIC X(25).
002820     03  FILLER PIC X(2) VALUE SPACES.
002830     03  AS-GROUP PIC X(6).
002840     03  FILLER PIC X(2) VALUE SPACES.
002850     03  AS-HELD-PART PIC X(4) OCCURS 4 TIMES.
002860     03  FILLER PIC X(2) VALUE SPACES.
002870     03  AS-MISS-PART PIC X(4) OCCURS 4 TIMES.
002880 01  AUD-POOL-HEADING.
002890     03  FILLER PIC X(10) VALUE SPACES.
002900     03  FILLER PIC X(44) VALUE
002910             'GROUP   SECTION        LIMIT  ENROLLED  OVER'.
002920 01  AUD-POOL-LINE.
002930     03  FILLER PIC X(10) VALUE SPACES.
002940     03  AP-GROUP PIC X(6).
002950     03  FILLER PIC X(19) VALUE SPACES.
002960     03  AP-LIMIT PIC ZZ9.
002970     03  FILLER PIC X(5) VALUE SPACES.
002980     03  AP-ENROLLED PIC ZZZZ9.
002990     03  FILLER PIC X VALUE SPACES.
003000     03  AP-OVER PIC ZZZZ9.
003010 01  AUD-MEMBER-LINE.
003020     03  FILLER PIC X(18) VALUE SPACES.
003030     03  AM-ABB PIC XXX.
003040     03  FILLER PIC X VALUE SPACES.
003050     03  AM-NUMB PIC XXXX.
003060     03  FILLER PIC X VALUE SPACES.
003070     03  AM-SEC PIC XXX.
003080     03  FILLER PIC X(13) VALUE SPACES.
003090     03  AM-ENROLLED PIC ZZZZ9.
003100 01  AUD-NONE-LINE.
003110     03  FILLER PIC X(10) VALUE SPACES.
003120     03  FILLER PIC X(4) VALUE 'NONE'.
003130 01  AUD-COUNT-LINE.
003140     03  FILLER PIC X(10) VALUE SPACES.
003150     03  AC-LABEL PIC X(30).
003160     03  AC-COUNT PIC ZZZZ9.
003170 01  AUD-CTL-FAIL.
003180     03  FILLER PIC X(10) VALUE SPACES.
003190     03  FILLER PIC X(32) VALUE
003200             'CONTROL TOTAL FAILURE - EXPECTED'.
003210     03  FILLER PIC X VALUE SPACES.
003220     03  CF-EXP-COUNT PIC ZZZZ9.
003230     03  FILLER PIC X VALUE '/'.
003240     03  CF-EXP-HASH PIC ZZZZZZ9.
003250     03  FILLER PIC X(6) VALUE ' READ '.
003260     03  CF-ACT-COUNT PIC ZZZZ9.
003270     03  FILLER PIC X VALUE '/'.
003280     03  CF-ACT-HASH PIC ZZZZZZ9.
003290*
003300******************************************************************
003310* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
003320* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
003330******************************************************************
003340 01  STATUS-LINE.
003350     03  STL-PROGRAM PIC X(8) VALUE 'LINKAUD'.
003360     03  FILLER PIC X VALUE SPACES.
003370     03  STL-DATE PIC 9(6) VALUE 0.
003380     03  FILLER PIC X VALUE SPACES.
003390     03  STL-TIME PIC 9(8) VALUE 0.
003400     03  FILLER PIC X VALUE SPACES.
003410     03  STL-READ PIC 9(5) VALUE 0.
003420     03  FILLER PIC X VALUE SPACES.
003430     03  STL-WRITTEN PIC 9(5) VALUE 0.
003440     03  FILLER PIC X VALUE SPACES.
003450     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
003460     03  FILLER PIC X VALUE SPACES.
003470     03  STL-RETCODE PIC 99 VALUE 0.
003480     03  FILLER PIC X(35) VALUE SPACES.
003490*
003500 PROCEDURE DIVISION.
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE.
003530     IF LINKS-LOADED
003540     THEN
003550         SORT SORT-LINK-WORK
003560             ON ASCENDING KEY SK-STUDENT-ID SK-GROUP SK-PART
003570                 SK-SECT-KEY
003580             INPUT PROCEDURE IS 2000-RELEASE-HOLDINGS
003590                 THRU 2000-EXIT
003600             OUTPUT PROCEDURE IS 3000-AUDIT-SETS
003610                 THRU 3000-EXIT
003620         PERFORM 4000-AUDIT-POOLS THRU 4000-EXIT
003630     END-IF.
003640     PERFORM 6600-VERIFY-CONTROLS.
003650     PERFORM 8000-PRINT-TOTALS.
003660     PERFORM 9000-TERMINATE.
003670     PERFORM 9100-SET-RETURN-CODE.
003680     PERFORM 9500-WRITE-STATUS.
003690     STOP RUN.
003700*
003710******************************************************************
003720* OPENS THE MASTER AND THE REPORT, READS THE PARM CARD, CHECKS ***
003730* THE HEADER TERM, PRINTS HEADINGS, LOADS AND EDITS THE LINK ***
003740* FILE, AND READS THE MASTER THROUGH TO MARK THE LINKED ***
003750* SECTIONS IT CARRIES AND PROVE ITS CONTROL TOTALS ***
003760******************************************************************
003770 1000-INITIALIZE.
003780     OPEN INPUT COURSE-FILE
003790         OUTPUT AUDIT-FILE.
003800     OPEN INPUT PARM-FILE.
003810     READ PARM-FILE INTO PARM-CARD
003820             AT END CONTINUE
003830             NOT AT END MOVE PMC-TERM TO LA-PARM-TERM
003840     END-READ.
003850     CLOSE PARM-FILE.
003860     PERFORM 7000-READ-COURSE.
003870     PERFORM 1100-VERIFY-TERM.
003880     ACCEPT LA-RUN-DATE FROM DATE.
003890     MOVE CH-TERM TO AH-TERM.
003900     MOVE LA-RUN-DATE TO AH-RUN-DATE.
003910     WRITE AUDIT-REC FROM AUD-HEADING1
003920             AFTER ADVANCING PAGE.
003930     MOVE 'SECTION LINK EXCEPTIONS' TO AT-TITLE.
003940     WRITE AUDIT-REC FROM AUD-TITLE-LINE
003950             AFTER ADVANCING 2 LINES.
003960     WRITE AUDIT-REC FROM AUD-EXC-HEADING
003970             AFTER ADVANCING 2 LINES.
003980     MOVE SPACES TO AUDIT-REC.
003990     WRITE AUDIT-REC AFTER ADVANCING 1 LINE.
004000     PERFORM 1300-LOAD-LINKS THRU 1300-EXIT.
004010     PERFORM 1500-MARK-MASTER
004020             UNTIL END-OF-DATA.
004030     PERFORM 1550-CHECK-ON-MASTER
004040             VARYING LA-L FROM 1 BY 1
004050             UNTIL LA-L > LA-SECTION-COUNT.
004060     IF LA-LINKS-REJECTED = 0 AND LA-NOT-ON-MASTER = 0
004070     THEN
004080         WRITE AUDIT-REC FROM AUD-NONE-LINE
004090                 AFTER ADVANCING 1 LINE
004100     END-IF.
004110*
004120******************************************************************
004130* STOPS THE RUN COLD WHEN THE TERM CODE ON THE PARM CARD DOES ***
004140* NOT MATCH THE TERM THE MASTER'S HEADER CARRIES ***
004150******************************************************************
004160 1100-VERIFY-TERM.
004170     IF LA-PARM-TERM NOT = SPACES
004180       AND LA-PARM-TERM NOT = CH-TERM
004190     THEN
004200         DISPLAY 'TERM MISMATCH - PARM ' LA-PARM-TERM
004210             ' BUT DA-S-COURSE CARRIES ' CH-TERM
004220         CLOSE COURSE-FILE, AUDIT-FILE
004230         MOVE 20 TO RETURN-CODE
004240         PERFORM 9500-WRITE-STATUS
004250         STOP RUN
004260     END-IF.
004270*
004280******************************************************************
004290* LOADS THE SECTION-LINK FILE - WHEN IT IS NOT CATALOGED THERE ***
004300* IS NOTHING TO AUDIT, SO THE RUN ONLY PROVES THE MASTER ***
004310******************************************************************
004320 1300-LOAD-LINKS.
004330     OPEN INPUT LINK-FILE.
004340     IF LA-LNK-STATUS NOT = '00'
004350     THEN
004360         DISPLAY 'DA-S-SECTLNK NOT AVAILABLE - NO SECTION LINKS '
004370             'TO AUDIT'
004380         CLOSE LINK-FILE
004390         GO TO 1300-EXIT
004400     END-IF.
004410     SET LINKS-LOADED TO TRUE.
004420     READ LINK-FILE INTO LINK-DATA
004430             AT END SET LINK-EOF TO TRUE
004440     END-READ.
004450     PERFORM 1350-LOAD-ONE-LINK THRU 1350-EXIT
004460             UNTIL LINK-EOF.
004470     CLOSE LINK-FILE.
004480 1300-EXIT.
004490     EXIT.
004500*
004510******************************************************************
004520* EDITS ONE SECTION-LINK RECORD WITH REGMAINT'S RULES - A ***
004530* RECORD REGMAINT WOULD LEAVE OUT IS PRINTED WITH THE REASON ***
004540******************************************************************
004550 1350-LOAD-ONE-LINK.
004560     ADD 1 TO LA-LINKS-READ.
004570     MOVE SPACES TO LA-LINK-REASON.
004580     EVALUATE TRUE
004590         WHEN SL-TYPE NOT = 'C' AND SL-TYPE NOT = 'X'
004600             MOVE 'INVALID LINK TYPE' TO LA-LINK-REASON
004610         WHEN SL-GROUP = SPACES OR SL-KEY = SPACES
004620             MOVE 'GROUP OR SECTION MISSING' TO LA-LINK-REASON
004630         WHEN SL-TYPE = 'C' AND SL-PART = SPACES
004640             MOVE 'NO PART CODE' TO LA-LINK-REASON
004650         WHEN SL-TYPE = 'X' AND SL-POOL-LIMIT NOT NUMERIC
004660             MOVE 'NO SHARED SEAT LIMIT' TO LA-LINK-REASON
004670         WHEN SL-TYPE = 'X' AND SL-POOL-LIMIT = 0
004680             MOVE 'NO SHARED SEAT LIMIT' TO LA-LINK-REASON
004690         WHEN OTHER
004700             PERFORM 1360-ADD-LINK THRU 1360-EXIT
004710     END-EVALUATE.
004720     IF LA-LINK-REASON NOT = SPACES
004730     THEN
004740         ADD 1 TO LA-LINKS-REJECTED
004750         MOVE SL-TYPE TO AE-TYPE
004760         MOVE SL-GROUP TO AE-GROUP
004770         MOVE SL-ABB TO AE-ABB
004780         MOVE SL-NUMB TO AE-NUMB
004790         MOVE SL-SEC TO AE-SEC
004800         MOVE SL-PART TO AE-PART
004810         MOVE LA-LINK-REASON TO AE-REASON
004820         WRITE AUDIT-REC FROM AUD-EXC-LINE
004830                 AFTER ADVANCING 1 LINE
004840     END-IF.
004850     READ LINK-FILE INTO LINK-DATA
004860             AT END SET LINK-EOF TO TRUE
004870     END-READ.
004880 1350-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920* FILES ONE GOOD LINK RECORD UNDER ITS GROUP AND SECTION - THE ***
004930* SAME CHECKS, IN THE SAME ORDER, AS REGMAINT ***
004940******************************************************************
004950 1360-ADD-LINK.
004960     MOVE 0 TO LA-G.
004970     PERFORM 1370-PROBE-GROUP
004980             VARYING LA-X FROM 1 BY 1
004990             UNTIL LA-X > LA-GROUP-COUNT OR LA-G > 0.
005000     IF LA-G = 0
005010     THEN
005020         IF LA-GROUP-COUNT NOT < LA-MAX-GROUPS
005030         THEN
005040             MOVE 'LINK GROUP TABLE FULL' TO LA-LINK-REASON
005050             ADD 1 TO LA-LINK-DROPPED
005060             GO TO 1360-EXIT
005070         END-IF
005080         ADD 1 TO LA-GROUP-COUNT
005090         MOVE LA-GROUP-COUNT TO LA-G
005100         MOVE SL-GROUP TO LG-ID(LA-G)
005110         MOVE SL-TYPE TO LG-TYPE(LA-G)
005120         MOVE 0 TO LG-LIMIT(LA-G)
005130         MOVE 0 TO LG-ENROLLED(LA-G)
005140         MOVE 0 TO LG-PART-COUNT(LA-G)
005150         IF SL-TYPE = 'X'
005160         THEN
005170             MOVE SL-POOL-LIMIT TO LG-LIMIT(LA-G)
005180         END-IF
005190     END-IF.
005200     IF LG-TYPE(LA-G) NOT = SL-TYPE
005210     THEN
005220         MOVE 'GROUP IS ALREADY THE OTHER TYPE' TO LA-LINK-REASON
005230         GO TO 1360-EXIT
005240     END-IF.
005250     IF SL-TYPE = 'X' AND SL-POOL-LIMIT NOT = LG-LIMIT(LA-G)
005260     THEN
005270         MOVE 'SHARED SEAT LIMITS DIFFER' TO LA-LINK-REASON
005280         GO TO 1360-EXIT
005290     END-IF.
005300     MOVE SL-KEY TO LA-LINK-SECT.
005310     PERFORM 1380-FIND-SECTION.
005320     IF LA-L = 0 AND LA-SECTION-COUNT NOT < LA-MAX-SECTIONS
005330     THEN
005340         MOVE 'LINK SECTION TABLE FULL' TO LA-LINK-REASON
005350         ADD 1 TO LA-LINK-DROPPED
005360         GO TO 1360-EXIT
005370     END-IF.
005380     IF LA-L > 0
005390     THEN
005400         IF SL-TYPE = 'C' AND LS-COREQ(LA-L) NOT = 0
005410         THEN
005420             MOVE 'SECTION ALREADY IN A CO-REQ SET'
005430                 TO LA-LINK-REASON
005440             GO TO 1360-EXIT
005450         END-IF
005460         IF SL-TYPE = 'X' AND LS-XLIST(LA-L) NOT = 0
005470         THEN
005480             MOVE 'SECTION ALREADY CROSS-LISTED' TO LA-LINK-REASON
005490             GO TO 1360-EXIT
005500         END-IF
005510     END-IF.
005520     MOVE 0 TO LA-P.
005530     IF SL-TYPE = 'C'
005540     THEN
005550         PERFORM 1375-PROBE-PART
005560                 VARYING LA-Q FROM 1 BY 1
005570                 UNTIL LA-Q > LG-PART-COUNT(LA-G)
005580         IF LA-P = 0 AND LG-PART-COUNT(LA-G) = 4
005590         THEN
005600             MOVE 'MORE THAN FOUR PARTS IN SET' TO LA-LINK-REASON
005610             GO TO 1360-EXIT
005620         END-IF
005630         IF LA-P = 0
005640         THEN
005650             ADD 1 TO LG-PART-COUNT(LA-G)
005660             MOVE LG-PART-COUNT(LA-G) TO LA-P
005670             MOVE SL-PART TO LG-PART(LA-G, LA-P)
005680         END-IF
005690     END-IF.
005700     IF LA-L = 0
005710     THEN
005720         ADD 1 TO LA-SECTION-COUNT
005730         MOVE LA-SECTION-COUNT TO LA-L
005740         MOVE SL-KEY TO LS-KEY(LA-L)
005750         MOVE 0 TO LS-COREQ(LA-L)
005760         MOVE 0 TO LS-PART(LA-L)
005770         MOVE 0 TO LS-XLIST(LA-L)
005780         MOVE 0 TO LS-ENROLLED(LA-L)
005790         MOVE 'N' TO LS-ON-MASTER-SW(LA-L)
005800     END-IF.
005810     IF SL-TYPE = 'C'
005820     THEN
005830         MOVE LA-G TO LS-COREQ(LA-L)
005840         MOVE LA-P TO LS-PART(LA-L)
005850     ELSE
005860         MOVE LA-G TO LS-XLIST(LA-L)
005870     END-IF.
005880 1360-EXIT.
005890     EXIT.
005900*
005910 1370-PROBE-GROUP.
005920     IF LG-ID(LA-X) = SL-GROUP
005930     THEN
005940         MOVE LA-X TO LA-G
005950     END-IF.
005960*
005970 1375-PROBE-PART.
005980     IF LG-PART(LA-G, LA-Q) = SL-PART
005990     THEN
006000         MOVE LA-Q TO LA-P
006010     END-IF.
006020*
006030******************************************************************
006040* LOOKS UP THE SECTION IN LA-LINK-SECT - LA-L IS ITS ENTRY, OR ***
006050* ZERO WHEN THE SECTION IS NOT LINKED ***
006060******************************************************************
006070 1380-FIND-SECTION.
006080     MOVE 0 TO LA-L.
006090     PERFORM 1385-PROBE-SECTION
006100             VARYING LA-X FROM 1 BY 1
006110             UNTIL LA-X > LA-SECTION-COUNT OR LA-L > 0.
006120*
006130 1385-PROBE-SECTION.
006140     IF LS-KEY(LA-X) = LA-LINK-SECT
006150     THEN
006160         MOVE LA-X TO LA-L
006170     END-IF.
006180*
006190******************************************************************
006200* MARKS THE CURRENT MASTER SECTION ON THE LINK TABLE AND READS ***
006210* THE NEXT - THE REST OF THE MASTER IS READ EITHER WAY SO THE ***
006220* CONTROL TOTALS COVER THE WHOLE FILE ***
006230******************************************************************
006240 1500-MARK-MASTER.
006250     MOVE LA-COURSE-KEY TO LA-LINK-SECT.
006260     PERFORM 1380-FIND-SECTION.
006270     IF LA-L > 0
006280     THEN
006290         MOVE 'Y' TO LS-ON-MASTER-SW(LA-L)
006300     END-IF.
006310     PERFORM 7000-READ-COURSE.
006320*
006330 1550-CHECK-ON-MASTER.
006340     IF LS-ON-MASTER-SW(LA-L) NOT = 'Y'
006350     THEN
006360         ADD 1 TO LA-NOT-ON-MASTER
006370         MOVE SPACES TO AUD-EXC-LINE
006380         IF LS-COREQ(LA-L) > 0
006390         THEN
006400             MOVE 'C' TO AE-TYPE
006410             MOVE LG-ID(LS-COREQ(LA-L)) TO AE-GROUP
006420             MOVE LG-PART(LS-COREQ(LA-L), LS-PART(LA-L))
006425                 TO AE-PART
006430         ELSE
006440             MOVE 'X' TO AE-TYPE
006450             MOVE LG-ID(LS-XLIST(LA-L)) TO AE-GROUP
006460         END-IF
006470         MOVE LS-KEY(LA-L) TO LA-COURSE-KEY
006480         MOVE LA-C-ABB TO AE-ABB
006490         MOVE LA-C-NUMB TO AE-NUMB
006500         MOVE LA-C-SEC TO AE-SEC
006510         MOVE 'SECTION NOT ON COURSE MASTER' TO AE-REASON
006520         WRITE AUDIT-REC FROM AUD-EXC-LINE
006530                 AFTER ADVANCING 1 LINE
006540     END-IF.
006550*
006560******************************************************************
006570* SORT INPUT PROCEDURE - PASSES THE REGISTRATION DETAIL ONCE. ***
006580* EVERY REGISTRATION IN A CROSS-LISTED SECTION COUNTS TOWARD ***
006590* THE SECTION AND ITS GROUP, AND EVERY REGISTRATION IN A ***
006600* CO-REQUISITE SECTION IS RELEASED FOR THE SET AUDIT ***
006610******************************************************************
006620 2000-RELEASE-HOLDINGS.
006630     OPEN INPUT REGDETL-FILE.
006632     SET REGDETL-OPEN TO TRUE.
006640     PERFORM 7100-READ-DETAIL.
006650     PERFORM 2100-RELEASE-ONE
006660             UNTIL REGDETL-EOF.
006670     CLOSE REGDETL-FILE.
006672     MOVE 'N' TO REGDETL-OPEN-SW.
006680 2000-EXIT.
006690     EXIT.
006700*
006710 2100-RELEASE-ONE.
006720     MOVE RD-KEY TO LA-LINK-SECT.
006730     IF LA-LINK-SECT NOT = LA-PRE-KEY
006740     THEN
006750         MOVE LA-LINK-SECT TO LA-PRE-KEY
006760         PERFORM 1380-FIND-SECTION
006770         MOVE LA-L TO LA-PRE-L
006780     ELSE
006790         MOVE LA-PRE-L TO LA-L
006800     END-IF.
006810     IF LA-L > 0
006820     THEN
006830         ADD 1 TO LS-ENROLLED(LA-L)
006840         IF LS-XLIST(LA-L) > 0
006850         THEN
006860             ADD 1 TO LG-ENROLLED(LS-XLIST(LA-L))
006870         END-IF
006880         IF LS-COREQ(LA-L) > 0
006890         THEN
006900             MOVE RD-STUDENT-ID TO SK-STUDENT-ID
006910             MOVE LS-COREQ(LA-L) TO SK-GROUP
006920             MOVE LS-PART(LA-L) TO SK-PART
006930             MOVE RD-KEY TO SK-SECT-KEY
006940             MOVE RD-STUDENT-NAME TO SK-STUDENT-NAME
006950             RELEASE SORT-LINK-REC
006960         END-IF
006970     END-IF.
006980     PERFORM 7100-READ-DETAIL.
006990*
007000******************************************************************
007010* SORT OUTPUT PROCEDURE - LISTS EVERY STUDENT WHO HOLDS SOME ***
007020* BUT NOT ALL PARTS OF A CO-REQUISITE GROUP ***
007030******************************************************************
007040 3000-AUDIT-SETS.
007050     MOVE 'STUDENTS WITH AN INCOMPLETE CO-REQUISITE SET'
007060         TO AT-TITLE.
007070     WRITE AUDIT-REC FROM AUD-TITLE-LINE
007080             AFTER ADVANCING 3 LINES.
007090     WRITE AUDIT-REC FROM AUD-STU-HEADING
007100             AFTER ADVANCING 2 LINES.
007110     MOVE SPACES TO AUDIT-REC.
007120     WRITE AUDIT-REC AFTER ADVANCING 1 LINE.
007130     PERFORM 3050-GET-NEXT THRU 3050-EXIT.
007140     PERFORM 3100-AUDIT-ONE-SET THRU 3100-EXIT
007150             UNTIL SORT-EOF.
007160     IF LA-STUDENTS-SHORT = 0
007170     THEN
007180         WRITE AUDIT-REC FROM AUD-NONE-LINE
007190                 AFTER ADVANCING 1 LINE
007200     END-IF.
007210 3000-EXIT.
007220     EXIT.
007230*
007240 3050-GET-NEXT.
007250     RETURN SORT-LINK-WORK
007260             AT END SET SORT-EOF TO TRUE
007270     END-RETURN.
007280 3050-EXIT.
007290     EXIT.
007300*
007310 3100-AUDIT-ONE-SET.
007320     MOVE SK-STUDENT-ID TO LA-SET-STUDENT.
007330     MOVE SK-GROUP TO LA-SET-GROUP.
007340     MOVE SK-STUDENT-NAME TO LA-SET-NAME.
007350     PERFORM 3110-CLEAR-PART
007360             VARYING LA-P FROM 1 BY 1
007370             UNTIL LA-P > 4.
007380     PERFORM 3120-TAKE-ROW THRU 3120-EXIT
007390             UNTIL SORT-EOF
007400             OR SK-STUDENT-ID NOT = LA-SET-STUDENT
007410             OR SK-GROUP NOT = LA-SET-GROUP.
007420     MOVE 0 TO LA-PARTS-HELD.
007430     PERFORM 3130-COUNT-PART
007440             VARYING LA-P FROM 1 BY 1
007450             UNTIL LA-P > LG-PART-COUNT(LA-SET-GROUP).
007460     IF LA-PARTS-HELD < LG-PART-COUNT(LA-SET-GROUP)
007470     THEN
007480         PERFORM 3200-PRINT-STUDENT
007490     END-IF.
007500 3100-EXIT.
007510     EXIT.
007520*
007530 3110-CLEAR-PART.
007540     MOVE 0 TO SET-PART-HELD(LA-P).
007550*
007560 3120-TAKE-ROW.
007570     ADD 1 TO SET-PART-HELD(SK-PART).
007580     PERFORM 3050-GET-NEXT THRU 3050-EXIT.
007590 3120-EXIT.
007600     EXIT.
007610*
007620 3130-COUNT-PART.
007630     IF SET-PART-HELD(LA-P) > 0
007640     THEN
007650         ADD 1 TO LA-PARTS-HELD
007660     END-IF.
007670*
007680******************************************************************
007690* PRINTS ONE STUDENT'S INCOMPLETE SET - THE PARTS HELD, THEN ***
007700* THE PARTS MISSING ***
007710******************************************************************
007720 3200-PRINT-STUDENT.
007730     ADD 1 TO LA-STUDENTS-SHORT.
007740     MOVE SPACES TO AUD-STU-LINE.
007750     MOVE LA-SET-STUDENT TO AS-STUDENT-ID.
007760     MOVE LA-SET-NAME TO AS-NAME.
007770     MOVE LG-ID(LA-SET-GROUP) TO AS-GROUP.
007780     MOVE 0 TO LA-H.
007790     MOVE 0 TO LA-M.
007800     PERFORM 3210-PLACE-PART
007810             VARYING LA-P FROM 1 BY 1
007820             UNTIL LA-P > LG-PART-COUNT(LA-SET-GROUP).
007830     WRITE AUDIT-REC FROM AUD-STU-LINE
007840             AFTER ADVANCING 1 LINE.
007850*
007860 3210-PLACE-PART.
007870     IF SET-PART-HELD(LA-P) > 0
007880     THEN
007890         ADD 1 TO LA-H
007900         MOVE LG-PART(LA-SET-GROUP, LA-P) TO AS-HELD-PART(LA-H)
007910     ELSE
007920         ADD 1 TO LA-M
007930         MOVE LG-PART(LA-SET-GROUP, LA-P) TO AS-MISS-PART(LA-M)
007940     END-IF.
007950*
007960******************************************************************
007970* LISTS EVERY CROSS-LIST GROUP WHOSE COMBINED ENROLLMENT IS ***
007980* OVER ITS SHARED SEAT LIMIT, WITH EACH MEMBER SECTION'S COUNT ***
007990******************************************************************
008000 4000-AUDIT-POOLS.
008010     MOVE 'OVERSOLD CROSS-LIST GROUPS' TO AT-TITLE.
008020     WRITE AUDIT-REC FROM AUD-TITLE-LINE
008030             AFTER ADVANCING 3 LINES.
008040     WRITE AUDIT-REC FROM AUD-POOL-HEADING
008050             AFTER ADVANCING 2 LINES.
008060     MOVE SPACES TO AUDIT-REC.
008070     WRITE AUDIT-REC AFTER ADVANCING 1 LINE.
008080     PERFORM 4100-AUDIT-ONE-POOL
008090             VARYING LA-G FROM 1 BY 1
008100             UNTIL LA-G > LA-GROUP-COUNT.
008110     IF LA-GROUPS-OVERSOLD = 0
008120     THEN
008130         WRITE AUDIT-REC FROM AUD-NONE-LINE
008140                 AFTER ADVANCING 1 LINE
008150     END-IF.
008160 4000-EXIT.
008170     EXIT.
008180*
008190 4100-AUDIT-ONE-POOL.
008200     IF LG-TYPE(LA-G) = 'X' AND LG-ENROLLED(LA-G) > LG-LIMIT(LA-G)
008210     THEN
008220         ADD 1 TO LA-GROUPS-OVERSOLD
008230         MOVE LG-ID(LA-G) TO AP-GROUP
008240         MOVE LG-LIMIT(LA-G) TO AP-LIMIT
008250         MOVE LG-ENROLLED(LA-G) TO AP-ENROLLED
008260         COMPUTE AP-OVER = LG-ENROLLED(LA-G) - LG-LIMIT(LA-G)
008270         WRITE AUDIT-REC FROM AUD-POOL-LINE
008280                 AFTER ADVANCING 1 LINE
008290         PERFORM 4200-PRINT-MEMBER
008300                 VARYING LA-L FROM 1 BY 1
008310                 UNTIL LA-L > LA-SECTION-COUNT
008320     END-IF.
008330*
008340 4200-PRINT-MEMBER.
008350     IF LS-XLIST(LA-L) = LA-G
008360     THEN
008370         MOVE LS-KEY(LA-L) TO LA-COURSE-KEY
008380         MOVE LA-C-ABB TO AM-ABB
008390         MOVE LA-C-NUMB TO AM-NUMB
008400         MOVE LA-C-SEC TO AM-SEC
008410         MOVE LS-ENROLLED(LA-L) TO AM-ENROLLED
008420         WRITE AUDIT-REC FROM AUD-MEMBER-LINE
008430                 AFTER ADVANCING 1 LINE
008440     END-IF.
008450*
008460******************************************************************
008470* CHECKS THE TRAILER COUNT AND CLASSLIMIT HASH TOTAL AGAINST ***
008480* WHAT WAS ACTUALLY READ ***
008490******************************************************************
008500 6600-VERIFY-CONTROLS.
008510     IF NOT TRAILER-FOUND
008520     THEN
008530         SET CONTROL-FAILED TO TRUE
008540     END-IF.
008550     IF TRAILER-FOUND AND
008560        ( CT-COUNT NOT = LA-CTL-READ-COUNT
008570          OR CT-HASH NOT = LA-CTL-HASH-TOTAL )
008580     THEN
008590         SET CONTROL-FAILED TO TRUE
008600     END-IF.
008610     IF CONTROL-FAILED
008620     THEN
008630         MOVE CT-COUNT TO CF-EXP-COUNT
008640         MOVE CT-HASH TO CF-EXP-HASH
008650         MOVE LA-CTL-READ-COUNT TO CF-ACT-COUNT
008660         MOVE LA-CTL-HASH-TOTAL TO CF-ACT-HASH
008670         WRITE AUDIT-REC FROM AUD-CTL-FAIL
008680                 AFTER ADVANCING 2 LINES
008690         DISPLAY 'CONTROL TOTAL FAILURE ON DA-S-COURSE'
008700     END-IF.
008710*
008720******************************************************************
008730* PRINTS THE RUN COUNTS ***
008740******************************************************************
008750 8000-PRINT-TOTALS.
008760     MOVE SPACES TO AUDIT-REC.
008770     WRITE AUDIT-REC AFTER ADVANCING 2 LINES.
008780     MOVE 'LINK RECORDS READ             ' TO AC-LABEL.
008790     MOVE LA-LINKS-READ TO AC-COUNT.
008800     WRITE AUDIT-REC FROM AUD-COUNT-LINE
008810             AFTER ADVANCING 1 LINE.
008820     MOVE 'LINK RECORDS REJECTED         ' TO AC-LABEL.
008830     MOVE LA-LINKS-REJECTED TO AC-COUNT.
008840     WRITE AUDIT-REC FROM AUD-COUNT-LINE
008850             AFTER ADVANCING 1 LINE.
008860     MOVE 'LINKED SECTIONS NOT ON MASTER ' TO AC-LABEL.
008870     MOVE LA-NOT-ON-MASTER TO AC-COUNT.
008880     WRITE AUDIT-REC FROM AUD-COUNT-LINE
008890             AFTER ADVANCING 1 LINE.
008900     MOVE 'REGISTRATIONS READ            ' TO AC-LABEL.
008910     MOVE LA-DETAILS-READ TO AC-COUNT.
008920     WRITE AUDIT-REC FROM AUD-COUNT-LINE
008930             AFTER ADVANCING 1 LINE.
008940     MOVE 'INCOMPLETE CO-REQUISITE SETS  ' TO AC-LABEL.
008950     MOVE LA-STUDENTS-SHORT TO AC-COUNT.
008960     WRITE AUDIT-REC FROM AUD-COUNT-LINE
008970             AFTER ADVANCING 1 LINE.
008980     MOVE 'OVERSOLD CROSS-LIST GROUPS    ' TO AC-LABEL.
008990     MOVE LA-GROUPS-OVERSOLD TO AC-COUNT.
009000     WRITE AUDIT-REC FROM AUD-COUNT-LINE
009010             AFTER ADVANCING 1 LINE.
009020*
009030******************************************************************
009040* READS DA-S-COURSE, SKIPPING THE HEADER AND CAPTURING THE ***
009050* TRAILER CONTROL RECORD, ACCUMULATING THE DATA-RECORD COUNT ***
009060* AND CLASSLIMIT HASH TOTAL, AND CHECKING KEY SEQUENCE ***
009070******************************************************************
009080 7000-READ-COURSE.
009090     READ COURSE-FILE INTO COURSE-DATA
009100             AT END SET END-OF-DATA TO TRUE
009110     END-READ.
009120     IF NOT END-OF-DATA AND C-ABB = 'HDR'
009130     THEN
009140         MOVE COURSE-DATA TO CONTROL-HEADER-REC
009150         GO TO 7000-READ-COURSE
009160     END-IF.
009170     IF NOT END-OF-DATA AND C-ABB = 'TRL'
009180     THEN
009190         MOVE COURSE-DATA TO CONTROL-TRAILER-REC
009200         MOVE 'Y' TO TRAILER-FOUND-SW
009210         GO TO 7000-READ-COURSE
009220     END-IF.
009230     IF NOT END-OF-DATA
009240     THEN
009250         ADD 1 TO LA-CTL-READ-COUNT
009260         ADD C-CLASSLIMIT TO LA-CTL-HASH-TOTAL
009270     END-IF.
009280     MOVE C-ABB TO LA-C-ABB.
009290     MOVE C-NUMB TO LA-C-NUMB.
009300     MOVE C-SEC TO LA-C-SEC.
009310     IF LA-COURSE-KEY < LA-PREV-COURSE-KEY
009320     THEN
009330         DISPLAY 'DA-S-COURSE OUT OF SEQUENCE AT KEY '
009340             LA-COURSE-KEY
009350         PERFORM 9900-SEQUENCE-ABORT
009360     END-IF.
009370     MOVE LA-COURSE-KEY TO LA-PREV-COURSE-KEY.
009380*
009390******************************************************************
009400* READS THE REGISTRATION DETAIL AND CHECKS ITS KEY/STUDENT ***
009410* SEQUENCE ***
009420******************************************************************
009430 7100-READ-DETAIL.
009440     READ REGDETL-FILE INTO REGDETL-DATA
009450             AT END SET REGDETL-EOF TO TRUE
009460             NOT AT END ADD 1 TO LA-DETAILS-READ
009470     END-READ.
009480     MOVE RD-KEY TO LA-D-KEY.
009490     MOVE RD-STUDENT-ID TO LA-D-STUDENT.
009500     IF LA-DETAIL-KEY < LA-PREV-DETAIL-KEY
009510     THEN
009520         DISPLAY 'DA-S-REGDETL OUT OF SEQUENCE AT KEY '
009530             LA-DETAIL-KEY
009540         PERFORM 9900-SEQUENCE-ABORT
009550     END-IF.
009560     MOVE LA-DETAIL-KEY TO LA-PREV-DETAIL-KEY.
009570*
009580******************************************************************
009590* CLOSES FILES ***
009600******************************************************************
009610 9000-TERMINATE.
009620     CLOSE COURSE-FILE, AUDIT-FILE.
009630*
009640******************************************************************
009650* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN THE ***
009660* CONTROL TOTALS FAILED, 8 WHEN LINK RECORDS WERE REJECTED OR ***
009670* OVERFLOWED A TABLE OR NAME A SECTION NOT ON THE MASTER, 4 ***
009680* WHEN ANY STUDENT OR CROSS-LIST GROUP IS OUT OF COMPLIANCE, 0 ***
009690* OTHERWISE ***
009700******************************************************************
009710 9100-SET-RETURN-CODE.
009720     IF CONTROL-FAILED
009730     THEN
009740         MOVE 12 TO RETURN-CODE
009750     ELSE
009760         IF LA-LINKS-REJECTED > 0 OR LA-NOT-ON-MASTER > 0
009770         THEN
009780             MOVE 8 TO RETURN-CODE
009790         ELSE
009800             IF LA-STUDENTS-SHORT > 0 OR LA-GROUPS-OVERSOLD > 0
009810             THEN
009820                 MOVE 4 TO RETURN-CODE
009830             END-IF
009840         END-IF
009850     END-IF.
009860*
009870******************************************************************
009880* ABORTS THE RUN WHEN AN INPUT FILE IS FOUND OUT OF KEY ***
009890* SEQUENCE - A MIS-SORTED FILE MEANS AN EARLIER STEP WENT ***
009900* WRONG, SO THE RUN STOPS AND THE FILE IS LOOKED AT FIRST. ***
009910* THE DETAIL FILE IS CLOSED ONLY WHEN IT HAS BEEN OPENED ***
009920******************************************************************
009930 9900-SEQUENCE-ABORT.
009940     CLOSE COURSE-FILE, AUDIT-FILE.
009942     IF REGDETL-OPEN
009944     THEN
009946         CLOSE REGDETL-FILE
009948     END-IF.
009950     MOVE 16 TO RETURN-CODE.
009960     PERFORM 9500-WRITE-STATUS.
009970     STOP RUN.
009980*
009990******************************************************************
010000* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
010010* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
010020* THE MORNING OPERATIONS SUMMARY ***
010030******************************************************************
010040 9500-WRITE-STATUS.
010050     ACCEPT STL-DATE FROM DATE.
010060     ACCEPT STL-TIME FROM TIME.
010070     MOVE LA-DETAILS-READ TO STL-READ.
010080     COMPUTE STL-WRITTEN = LA-STUDENTS-SHORT + LA-GROUPS-OVERSOLD.
010090     COMPUTE STL-EXCEPTIONS = LA-LINKS-REJECTED
010095             + LA-NOT-ON-MASTER.
010100     MOVE RETURN-CODE TO STL-RETCODE.
010110     OPEN EXTEND STATUS-FILE.
010120     IF LA-STAT-STATUS NOT = '00'
010130     THEN
010140         OPEN OUTPUT STATUS-FILE
010150     END-IF.
010160     WRITE STATUS-REC FROM STATUS-LINE.
010170     CLOSE STATUS-FILE.
