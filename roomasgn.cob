000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ROOMASGN.
000030 AUTHOR. J MCALLISTER.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  JM    INITIAL WRITE - ROOM ASSIGNMENT PROPOSALS
000110*                   FOR SECTIONS WITH NO BUILDING/ROOM
000120*----------------------------------------------------------------
000130*
000140* RUN ON REQUEST, AFTER NEW SECTIONS HAVE BEEN ADDED THROUGH
000150* CRSMAINT.  EVERY SECTION ON DA-S-COURSE WHOSE ROOM IS BLANK
000160* OR 'TBA' IS GIVEN A ROOM FROM THE ROOM MASTER (DA-S-ROOMMST):
000170* ONE THAT SEATS THE CLASS LIMIT, IS OF A TYPE THE SECTION CAN
000180* USE, AND IS NOT ALREADY IN USE ON A SHARED MEETING DAY DURING
000190* AN OVERLAPPING START-TIME/DURATION WINDOW - EITHER BY A
000200* SECTION ALREADY IN IT OR BY ONE PLACED EARLIER IN THIS RUN.
000210* THE BIGGEST SECTIONS ARE PLACED FIRST, EACH IN THE SMALLEST
000220* ROOM THAT WORKS, AND IN ITS OWN BUILDING WHEN THE SECTION
000230* NAMES ONE.  THE OPTIONAL ROOM-TYPE REQUIREMENT CARDS
000240* (DA-S-RMREQ) SAY WHICH RM-TYPE A DEPARTMENT, COURSE OR SINGLE
000250* SECTION MUST HAVE - THE MOST SPECIFIC CARD WINS.  A SECTION
000260* WITH NO REQUIREMENT TAKES ANY ROOM WHOSE TYPE NO CARD NAMES,
000270* SO SPECIAL ROOMS ARE LEFT FOR THE SECTIONS THAT NEED THEM.
000280* EACH PLACEMENT IS WRITTEN AS A CRSMAINT 'C' CHANGE CARD
000290* (UR-S-CRSTRAN, IN KEY SEQUENCE) CARRYING THE SECTION'S FULL
000300* IMAGE WITH THE NEW BUILDING/ROOM, SO THE ASSIGNMENTS GO
000310* THROUGH THE NORMAL MAINTENANCE REGISTER.  THE PROPOSAL REPORT
000320* (UR-S-RMPROP) LISTS EVERY PLACEMENT AND EVERY SECTION THAT
000330* COULD NOT BE PLACED, WITH THE REASON.
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSE' ORGANIZATION
000400             IS LINE SEQUENTIAL.
000410     SELECT ROOMMST-FILE ASSIGN TO 'DA-S-ROOMMST' ORGANIZATION
000420             IS LINE SEQUENTIAL.
000430     SELECT OPTIONAL RMREQ-FILE ASSIGN TO 'DA-S-RMREQ'
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS RA-REQ-STATUS.
000460     SELECT CHGTRAN-FILE ASSIGN TO 'UR-S-CRSTRAN' ORGANIZATION
000470             IS LINE SEQUENTIAL.
000480     SELECT REPORT-FILE ASSIGN TO 'UR-S-RMPROP' ORGANIZATION
000490             IS LINE SEQUENTIAL.
000500     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS RA-PARM-STATUS.
000530     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS RA-STAT-STATUS.
000560     SELECT SORT-PLACE-WORK ASSIGN TO 'SORTWK01'.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  COURSE-FILE.
000610 01  COURSE-DATA.
000620     88  END-OF-DATA VALUE HIGH-VALUES.
000630     02  C-COURSE.
000640         03  C-ABB PIC XXX.
000650         03  C-NUMB PIC XXXX.
000660         03  C-SEC PIC XXX.
000670         03  C-TITLE PIC X(20).
000680         03  C-SEATS-REMAINING PIC S999.
000690         03  C-CLASSLIMIT PIC 999.
000700         03  FILLER PIC XXX.
000710     02  C-STARTING-TIME.
000720         03  C-STARTING-HOUR PIC 99.
000730         03  C-STARTING-MIN PIC 99.
000740         03  FILLER PIC XX.
000750     02  C-DAYS.
000760         03  C-DAY-PATTERN PIC X(5).
000770         03  FILLER PIC X.
000780     02  C-LOCATION.
000790         03  C-BUILDING PIC XX.
000800         03  C-ROOM PIC XXX.
000810         03  C-DURATION PIC 9(3).
000820         03  FILLER PIC X(21).
000830*
000840******************************************************************
000850* ROOM MASTER - ONE RECORD PER REAL ROOM, IN BUILDING/ROOM ***
000860* SEQUENCE ***
000870******************************************************************
000880 FD  ROOMMST-FILE.
000890 01  ROOMMST-DATA.
000900     88  ROOMMST-EOF VALUE HIGH-VALUES.
000910     03  RM-BUILDING PIC XX.
000920     03  RM-ROOM PIC XXX.
000930     03  RM-CAPACITY PIC 9(3).
000940     03  RM-TYPE PIC X(8).
000950     03  FILLER PIC X(64).
000960*
000970******************************************************************
000980* ROOM-TYPE REQUIREMENT CARD - THE RM-TYPE A DEPARTMENT (BLANK ***
000990* NUMB AND SEC), A COURSE (BLANK SEC) OR ONE SECTION MUST BE ***
001000* GIVEN.  OPTIONAL - WITHOUT IT ANY ROOM TYPE FITS ***
001010******************************************************************
001020 FD  RMREQ-FILE.
001030 01  RMREQ-DATA.
001040     88  RMREQ-EOF VALUE HIGH-VALUES.
001050     03  RQ-ABB PIC XXX.
001060     03  RQ-NUMB PIC XXXX.
001070     03  RQ-SEC PIC XXX.
001080     03  RQ-TYPE PIC X(8).
001090     03  FILLER PIC X(62).
001100*
001110******************************************************************
001120* CRSMAINT CHANGE CARD - CODE 'C' AND THE FULL REPLACEMENT ***
001130* IMAGE, IN THE UR-S-CRSTRAN LAYOUT CRSMAINT READS ***
001140******************************************************************
001150 FD  CHGTRAN-FILE.
001160 01  CHGTRAN-REC PIC X(80).
001170*
001180 FD  REPORT-FILE.
001190 01  REPORT-REC PIC X(132).
001200*
001210******************************************************************
001220* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES ONLY THE ***
001230* EXPECTED TERM CODE IN COLS 29-34 (SEE LAB4 FOR THE FULL ***
001240* CARD LAYOUT) ***
001250******************************************************************
001260 FD  PARM-FILE.
001270 01  PARM-CARD.
001280     03  FILLER PIC X(28).
001290     03  PMC-TERM PIC X(6).
001300     03  FILLER PIC X(46).
001310*
001320******************************************************************
001330* SHARED RUN-STATUS FILE - ONE RECORD APPENDED PER PROGRAM ***
001340* RUN, READ BY RUNSUMM FOR THE OPERATIONS SUMMARY ***
001350******************************************************************
001360 FD  STATUS-FILE.
001370 01  STATUS-REC PIC X(80).
001380*
001390******************************************************************
001400* ONE ROW PER SECTION WAITING FOR A ROOM - BIGGEST CLASS LIMIT ***
001410* FIRST, THEN KEY ORDER ***
001420******************************************************************
001430 SD  SORT-PLACE-WORK.
001440 01  SORT-PLACE-REC.
001450     05  SP-LIMIT PIC 999.
001460     05  SP-KEY PIC X(10).
001470     05  SP-INDEX PIC 9(4).
001480*
001490 WORKING-STORAGE SECTION.
001500 77  RA-SECTIONS-READ PIC 9(5) VALUE 0.
001510 77  RA-NEED-ROOM PIC 9(5) VALUE 0.
001520 77  RA-PLACED PIC 9(5) VALUE 0.
001530 77  RA-NOT-PLACED PIC 9(5) VALUE 0.
001540 77  RA-CARDS-WRITTEN PIC 9(5) VALUE 0.
001550 77  RA-DROPPED-COUNT PIC 9(5) VALUE 0.
001560 77  RA-CTL-READ-COUNT PIC 9(5) VALUE 0.
001570 77  RA-CTL-HASH-TOTAL PIC 9(7) VALUE 0.
001580 77  RA-MAX-SECTS PIC 9(4) VALUE 3000.
001590 77  RA-SECT-COUNT PIC 9(4) VALUE 0.
001600 77  RA-MAX-ROOMS PIC 9(3) VALUE 300.
001610 77  RA-ROOM-COUNT PIC 9(3) VALUE 0.
001620 77  RA-MAX-BOOKINGS PIC 99 VALUE 60.
001630 77  RA-MAX-REQS PIC 9(3) VALUE 200.
001640 77  RA-REQ-COUNT PIC 9(3) VALUE 0.
001650 77  RA-DEFAULT-DUR PIC 9(3) VALUE 50.
001660 77  RA-REQ-STATUS PIC XX VALUE '00'.
001670 77  RA-PARM-STATUS PIC XX VALUE '00'.
001680 77  RA-STAT-STATUS PIC XX VALUE '00'.
001690 77  RA-PARM-TERM PIC X(6) VALUE SPACES.
001700 77  RA-S PIC 9(4) VALUE 0.
001710 77  RA-T PIC 9(4) VALUE 0.
001720 77  RA-R PIC 9(3) VALUE 0.
001730 77  RA-Q PIC 9(3) VALUE 0.
001740 77  RA-K PIC 99 VALUE 0.
001750 77  RA-D PIC 9 VALUE 0.
001760 77  RA-BEST-R PIC 9(3) VALUE 0.
001770 77  RA-HOME-R PIC 9(3) VALUE 0.
001780 77  RA-FIT-ROOMS PIC 9(3) VALUE 0.
001790 77  RA-LEVEL PIC 9 VALUE 0.
001800 77  RA-BEST-LEVEL PIC 9 VALUE 0.
001810 77  RA-DURATION PIC 9(3) VALUE 0.
001820 77  RA-WORK-HOUR PIC 99 VALUE 0.
001830 77  RA-WORK-MIN PIC 99 VALUE 0.
001840 01  MISC.
001850     03  SORT-EOF-SW PIC X VALUE 'N'.
001860         88  SORT-EOF VALUE 'Y'.
001870     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
001880         88  TRAILER-FOUND VALUE 'Y'.
001890     03  CONTROL-FAIL-SW PIC X VALUE 'N'.
001900         88  CONTROL-FAILED VALUE 'Y'.
001910     03  ROOM-BUSY-SW PIC X VALUE 'N'.
001920         88  ROOM-BUSY VALUE 'Y'.
001930     03  DAY-SHARED-SW PIC X VALUE 'N'.
001940         88  DAY-SHARED VALUE 'Y'.
001950     03  RA-COURSE-KEY.
001960         05  RA-C-ABB PIC XXX.
001970         05  RA-C-NUMB PIC XXXX.
001980         05  RA-C-SEC PIC XXX.
001990     03  RA-PREV-COURSE-KEY PIC X(10) VALUE LOW-VALUES.
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
002130* IN-MEMORY COPY OF THE ROOM MASTER, WITH THE SECTIONS BOOKED ***
002140* INTO EACH ROOM.  RT-RESERVED IS SET FOR A ROOM WHOSE TYPE ***
002150* SOME REQUIREMENT CARD NAMES ***
002160******************************************************************
002170 01  ROOM-TABLE.
002180     05  ROOM-ENTRY OCCURS 300 TIMES.
002190         10  RT-BUILDING PIC XX.
002200         10  RT-ROOM PIC XXX.
002210         10  RT-CAPACITY PIC 9(3).
002220         10  RT-TYPE PIC X(8).
002230         10  RT-RESERVED PIC X.
002240         10  RT-BOOK-COUNT PIC 99.
002250         10  RT-BOOKED-SECT PIC 9(4) OCCURS 60 TIMES.
002260*
002270******************************************************************
002280* IN-MEMORY COPY OF THE ROOM-TYPE REQUIREMENT CARDS ***
002290******************************************************************
002300 01  REQ-TABLE.
002310     05  REQ-ENTRY OCCURS 200 TIMES.
002320         10  QT-ABB PIC XXX.
002330         10  QT-NUMB PIC XXXX.
002340         10  QT-SEC PIC XXX.
002350         10  QT-TYPE PIC X(8).
002360*
002370******************************************************************
002380* ONE ENTRY PER SECTION IN MASTER KEY SEQUENCE, WITH ITS FULL ***
002390* MASTER IMAGE FOR THE CHANGE CARD.  MEETING TIMES ARE HELD AS ***
002400* MINUTES PAST MIDNIGHT.  ST-STATE - H HAS A ROOM, W WAITING ***
002410* FOR ONE, P PLACED THIS RUN, X COULD NOT BE PLACED ***
002420******************************************************************
002430 01  SECT-TABLE.
002440     05  SECT-ENTRY OCCURS 3000 TIMES.
002450         10  ST-IMAGE PIC X(80).
002460         10  ST-DAYS PIC X(5).
002470         10  ST-DAY REDEFINES ST-DAYS PIC X OCCURS 5 TIMES.
002480         10  ST-START PIC 9(4).
002490         10  ST-END PIC 9(4).
002500         10  ST-LIMIT PIC 999.
002510         10  ST-NEED-TYPE PIC X(8).
002520         10  ST-STATE PIC X.
002530         10  ST-ROOM-IDX PIC 9(3).
002540         10  ST-REASON PIC X(30).
002550*
002560******************************************************************
002570* WORK COPY OF ONE MASTER RECORD, USED TO BUILD THE CHANGE ***
002580* CARD - THE CARD CARRIES THE FIRST 59 BYTES OF THE IMAGE ***
002590******************************************************************
002600 01  COURSE-WORK.
002610     02  CW-COURSE.
002620         03  CW-KEY.
002630             05  CW-ABB PIC XXX.
002640             05  CW-NUMB PIC XXXX.
002650             05  CW-SEC PIC XXX.
002660         03  CW-TITLE PIC X(20).
002670         03  CW-SEATS-REMAINING PIC S999.
002680         03  CW-CLASSLIMIT PIC 999.
002690         03  FILLER PIC XXX.
002700     02  CW-STARTING-TIME.
002710         03  CW-STARTING-HOUR PIC 99.
002720         03  CW-STARTING-MIN PIC 99.
002730         03  FILLER PIC XX.
002740     02  CW-DAYS.
002750         03  CW-DAY-PATTERN PIC X(5).
002760         03  FILLER PIC X.
002770     02  CW-LOCATION.
002780         03  CW-BUILDING PIC XX.
002790         03  CW-ROOM PIC XXX.
002800         03  CW-DURATION PIC 9(3).
002810         03  FILLER PIC X(21).
002820 01  COURSE-WORK-PARTS REDEFINES COURSE-WORK.
002830     03  CW-CARD-PART PIC X(59).
002840     03  FILLER PIC X(21).
002850*
002860 01  CHANGE-CARD.
002870     03  CC-CODE PIC X VALUE 'C'.
002880     03  CC-IMAGE PIC X(59).
002890     03  FILLER PIC X(20) VALUE SPACES.
002900*
002910******************************************************************
002920* DESCRIPTION OF PROPOSAL REPORT HEADING, DETAIL, AND TOTAL ***
002930* LINES ***
002940******************************************************************
002950 01  PROP-HEADING1.
002960     03  FILLER PIC X(10) VALUE SPACES.
002970     03  FILLER PIC X(35) VALUE
002980             'ROOM ASSIGNMENT PROPOSALS - TERM  '.
002990     03  PH-TERM PIC X(6).
003000 01  PROP-HEADING2.
003010     03  FILLER PIC X(10) VALUE SPACES.
003020     03  FILLER PIC X(15) VALUE 'SECTION'.
003030     03  FILLER PIC X(22) VALUE 'TITLE'.
003040     03  FILLER PIC X(6) VALUE 'LIMIT'.
003050     03  FILLER PIC X(18) VALUE 'MEETS'.
003060     03  FILLER PIC X(10) VALUE 'NEEDS'.
003070     03  FILLER PIC X(12) VALUE 'ROOM'.
003080     03  FILLER PIC X(30) VALUE 'RESULT'.
003090 01  PROP-DETAIL.
003100     03  FILLER PIC X(10) VALUE SPACES.
003110     03  PD-ABB PIC XXX.
003120     03  FILLER PIC X VALUE SPACES.
003130     03  PD-NUMB PIC XXXX.
003140     03  FILLER PIC X VALUE SPACES.
003150     03  PD-SEC PIC XXX.
003160     03  FILLER PIC X(3) VALUE SPACES.
003170     03  PD-TITLE PIC X(20).
003180     03  FILLER PIC X(2) VALUE SPACES.
003190     03  PD-LIMIT PIC ZZ9.
003200     03  FILLER PIC X(3) VALUE SPACES.
003210     03  PD-DAYS PIC X(5).
003220     03  FILLER PIC X VALUE SPACES.
003230     03  PD-MEET-TIME PIC X(11).
003240     03  FILLER PIC X VALUE SPACES.
003250     03  PD-NEED-TYPE PIC X(8).
003260     03  FILLER PIC X(2) VALUE SPACES.
003270     03  PD-BUILDING PIC XX.
003280     03  FILLER PIC X VALUE SPACES.
003290     03  PD-ROOM PIC XXX.
003300     03  FILLER PIC X VALUE SPACES.
003310     03  PD-CAPACITY PIC ZZZ.
003320     03  FILLER PIC X(2) VALUE SPACES.
003330     03  PD-RESULT PIC X(30).
003340 01  MEET-TIME-EDIT.
003350     03  MT-FROM-HOUR PIC Z9.
003360     03  FILLER PIC X VALUE ':'.
003370     03  MT-FROM-MIN PIC 99.
003380     03  FILLER PIC X VALUE '-'.
003390     03  MT-TO-HOUR PIC Z9.
003400     03  FILLER PIC X VALUE ':'.
003410     03  MT-TO-MIN PIC 99.
003420 01  PROP-TOTAL-LINE.
003430     03  FILLER PIC X(10) VALUE SPACES.
003440     03  PT-LABEL PIC X(30).
003450     03  PT-COUNT PIC ZZZZ9.
003460 01  PROP-CTL-FAIL.
003470     03  FILLER PIC X(10) VALUE SPACES.
003480     03  FILLER PIC X(32) VALUE
003490             'CONTROL TOTAL FAILURE - EXPECTED'.
003500     03  FILLER PIC X VALUE SPACES.
003510     03  CF-EXP-COUNT PIC ZZZZ9.
003520     03  FILLER PIC X VALUE '/'.
003530     03  CF-EXP-HASH PIC ZZZZZZ9.
003540     03  FILLER PIC X(6) VALUE ' READ '.
003550     03  CF-ACT-COUNT PIC ZZZZ9.
003560     03  FILLER PIC X VALUE '/'.
003570     03  CF-ACT-HASH PIC ZZZZZZ9.
003580     03  FILLER PIC X(27) VALUE ' - DO NOT APPLY THE CARDS'.
003590*
003600******************************************************************
003610* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
003620* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
003630******************************************************************
003640 01  STATUS-LINE.
003650     03  STL-PROGRAM PIC X(8) VALUE 'ROOMASGN'.
003660     03  FILLER PIC X VALUE SPACES.
003670     03  STL-DATE PIC 9(6) VALUE 0.
003680     03  FILLER PIC X VALUE SPACES.
003690     03  STL-TIME PIC 9(8) VALUE 0.
003700     03  FILLER PIC X VALUE SPACES.
003710     03  STL-READ PIC 9(5) VALUE 0.
003720     03  FILLER PIC X VALUE SPACES.
003730     03  STL-WRITTEN PIC 9(5) VALUE 0.
003740     03  FILLER PIC X VALUE SPACES.
003750     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
003760     03  FILLER PIC X VALUE SPACES.
003770     03  STL-RETCODE PIC 99 VALUE 0.
003780     03  FILLER PIC X(35) VALUE SPACES.
003790*
003800 PROCEDURE DIVISION.
003810 0000-MAINLINE.
003820     PERFORM 1000-INITIALIZE.
003830     PERFORM 2000-LOAD-SECTIONS THRU 2000-EXIT
003840             UNTIL END-OF-DATA.
003850     SORT SORT-PLACE-WORK
003860         ON DESCENDING KEY SP-LIMIT
003870         ON ASCENDING KEY SP-KEY
003880         INPUT PROCEDURE IS 3000-RELEASE-WAITING
003890             THRU 3000-EXIT
003900         OUTPUT PROCEDURE IS 4000-PLACE-SECTIONS
003910             THRU 4000-EXIT.
003920     PERFORM 5000-WRITE-PROPOSAL
003930             VARYING RA-S FROM 1 BY 1
003940             UNTIL RA-S > RA-SECT-COUNT.
003950     PERFORM 6600-VERIFY-CONTROLS.
003960     PERFORM 8000-PRINT-TOTALS.
003970     PERFORM 9000-TERMINATE.
003980     PERFORM 9100-SET-RETURN-CODE.
003990     PERFORM 9500-WRITE-STATUS.
004000     STOP RUN.
004010*
004020******************************************************************
004030* OPENS FILES, READS THE PARM CARD, PRIMES THE COURSE READ AND ***
004040* VERIFIES THE TERM, LOADS THE ROOM MASTER AND THE ROOM-TYPE ***
004050* REQUIREMENTS, AND PRINTS THE REPORT HEADINGS ***
004060******************************************************************
004070 1000-INITIALIZE.
004080     OPEN INPUT COURSE-FILE
004090         INPUT ROOMMST-FILE
004100         OUTPUT CHGTRAN-FILE
004110         OUTPUT REPORT-FILE.
004120     OPEN INPUT PARM-FILE.
004130     READ PARM-FILE INTO PARM-CARD
004140             AT END CONTINUE
004150             NOT AT END MOVE PMC-TERM TO RA-PARM-TERM
004160     END-READ.
004170     CLOSE PARM-FILE.
004180     PERFORM 7000-READ-COURSE.
004190     PERFORM 1100-VERIFY-TERM.
004200     READ ROOMMST-FILE INTO ROOMMST-DATA
004210             AT END SET ROOMMST-EOF TO TRUE
004220     END-READ.
004230     PERFORM 1200-LOAD-ROOMS THRU 1200-EXIT
004240             UNTIL ROOMMST-EOF.
004250     CLOSE ROOMMST-FILE.
004260     PERFORM 1300-LOAD-REQS THRU 1300-EXIT.
004270     MOVE CH-TERM TO PH-TERM.
004280     WRITE REPORT-REC FROM PROP-HEADING1
004290             AFTER ADVANCING PAGE.
004300     WRITE REPORT-REC FROM PROP-HEADING2
004310             AFTER ADVANCING 2 LINES.
004320     MOVE SPACES TO REPORT-REC.
004330     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
004340*
004350******************************************************************
004360* STOPS THE RUN COLD WHEN THE TERM CODE ON THE PARM CARD DOES ***
004370* NOT MATCH THE TERM THE MASTER'S HEADER CARRIES - CARDS BUILT ***
004380* FROM LAST TERM'S MASTER WOULD UNDO THIS TERM'S CHANGES ***
004390******************************************************************
004400 1100-VERIFY-TERM.
004410     IF RA-PARM-TERM NOT = SPACES
004420       AND RA-PARM-TERM NOT = CH-TERM
004430     THEN
004440         DISPLAY 'TERM MISMATCH - PARM ' RA-PARM-TERM
004450             ' BUT DA-S-COURSE CARRIES ' CH-TERM
004460         CLOSE COURSE-FILE, ROOMMST-FILE, CHGTRAN-FILE,
004470               REPORT-FILE
004480         MOVE 20 TO RETURN-CODE
004490         PERFORM 9500-WRITE-STATUS
004500         STOP RUN
004510     END-IF.
004520*
004530******************************************************************
004540* LOADS THE ROOM MASTER INTO A TABLE ***
004550******************************************************************
004560 1200-LOAD-ROOMS.
004570     IF RA-ROOM-COUNT < RA-MAX-ROOMS
004580     THEN
004590         ADD 1 TO RA-ROOM-COUNT
004600         MOVE RM-BUILDING TO RT-BUILDING(RA-ROOM-COUNT)
004610         MOVE RM-ROOM TO RT-ROOM(RA-ROOM-COUNT)
004620         MOVE RM-CAPACITY TO RT-CAPACITY(RA-ROOM-COUNT)
004630         MOVE RM-TYPE TO RT-TYPE(RA-ROOM-COUNT)
004640         MOVE 'N' TO RT-RESERVED(RA-ROOM-COUNT)
004650         MOVE 0 TO RT-BOOK-COUNT(RA-ROOM-COUNT)
004660     ELSE
004670         DISPLAY 'ROOM MASTER TABLE FULL - ' RM-BUILDING
004680             RM-ROOM ' NOT LOADED'
004690         ADD 1 TO RA-DROPPED-COUNT
004700     END-IF.
004710     READ ROOMMST-FILE INTO ROOMMST-DATA
004720             AT END SET ROOMMST-EOF TO TRUE
004730     END-READ.
004740 1200-EXIT.
004750     EXIT.
004760*
004770******************************************************************
004780* LOADS THE ROOM-TYPE REQUIREMENT CARDS AND MARKS EVERY ROOM ***
004790* OF A TYPE THEY NAME AS RESERVED - NO CARDS MEANS ANY ROOM ***
004800* SUITS ANY SECTION ***
004810******************************************************************
004820 1300-LOAD-REQS.
004830     OPEN INPUT RMREQ-FILE.
004840     IF RA-REQ-STATUS NOT = '00'
004850     THEN
004860         CLOSE RMREQ-FILE
004870         GO TO 1300-EXIT
004880     END-IF.
004890     READ RMREQ-FILE INTO RMREQ-DATA
004900             AT END SET RMREQ-EOF TO TRUE
004910     END-READ.
004920     PERFORM 1350-LOAD-ONE-REQ
004930             UNTIL RMREQ-EOF.
004940     CLOSE RMREQ-FILE.
004950 1300-EXIT.
004960     EXIT.
004970*
004980 1350-LOAD-ONE-REQ.
004990     IF RA-REQ-COUNT < RA-MAX-REQS
005000     THEN
005010         ADD 1 TO RA-REQ-COUNT
005020         MOVE RQ-ABB TO QT-ABB(RA-REQ-COUNT)
005030         MOVE RQ-NUMB TO QT-NUMB(RA-REQ-COUNT)
005040         MOVE RQ-SEC TO QT-SEC(RA-REQ-COUNT)
005050         MOVE RQ-TYPE TO QT-TYPE(RA-REQ-COUNT)
005060         PERFORM 1360-MARK-RESERVED
005070                 VARYING RA-R FROM 1 BY 1
005080                 UNTIL RA-R > RA-ROOM-COUNT
005090     ELSE
005100         DISPLAY 'ROOM-TYPE REQUIREMENT TABLE FULL - ' RQ-ABB
005110             ' ' RQ-NUMB ' ' RQ-SEC ' NOT LOADED'
005120         ADD 1 TO RA-DROPPED-COUNT
005130     END-IF.
005140     READ RMREQ-FILE INTO RMREQ-DATA
005150             AT END SET RMREQ-EOF TO TRUE
005160     END-READ.
005170*
005180 1360-MARK-RESERVED.
005190     IF RT-TYPE(RA-R) = RQ-TYPE
005200     THEN
005210         MOVE 'Y' TO RT-RESERVED(RA-R)
005220     END-IF.
005230*
005240******************************************************************
005250* LOADS ONE SECTION FROM THE MASTER.  A SECTION WITH A ROOM ON ***
005260* THE ROOM MASTER IS BOOKED INTO IT NOW, SO EVERY EXISTING ***
005270* MEETING IS KNOWN BEFORE ANY SECTION IS PLACED ***
005280******************************************************************
005290 2000-LOAD-SECTIONS.
005300     ADD 1 TO RA-SECTIONS-READ.
005310     IF RA-SECT-COUNT NOT < RA-MAX-SECTS
005320     THEN
005330         DISPLAY 'SECTION TABLE FULL - ' RA-COURSE-KEY
005340             ' NOT LOADED'
005350         ADD 1 TO RA-DROPPED-COUNT
005360         GO TO 2000-NEXT
005370     END-IF.
005380     ADD 1 TO RA-SECT-COUNT.
005390     MOVE RA-SECT-COUNT TO RA-S.
005400     MOVE COURSE-DATA TO ST-IMAGE(RA-S).
005410     MOVE C-DAY-PATTERN TO ST-DAYS(RA-S).
005420     MOVE C-CLASSLIMIT TO ST-LIMIT(RA-S).
005430     MOVE SPACES TO ST-NEED-TYPE(RA-S).
005440     MOVE SPACES TO ST-REASON(RA-S).
005450     MOVE 0 TO ST-ROOM-IDX(RA-S).
005460     IF C-STARTING-HOUR IS NUMERIC
005465       AND C-STARTING-MIN IS NUMERIC
005470     THEN
005480         COMPUTE ST-START(RA-S) =
005490                 C-STARTING-HOUR * 60 + C-STARTING-MIN
005500     ELSE
005510         MOVE 0 TO ST-START(RA-S)
005520     END-IF.
005530     IF C-DURATION IS NOT NUMERIC OR C-DURATION = 0
005540     THEN
005550         MOVE RA-DEFAULT-DUR TO RA-DURATION
005560     ELSE
005570         MOVE C-DURATION TO RA-DURATION
005580     END-IF.
005590     COMPUTE ST-END(RA-S) = ST-START(RA-S) + RA-DURATION.
005600     IF C-BUILDING = SPACES OR C-ROOM = SPACES
005610       OR C-ROOM = 'TBA'
005620     THEN
005630         MOVE 'W' TO ST-STATE(RA-S)
005640         ADD 1 TO RA-NEED-ROOM
005650     ELSE
005660         MOVE 'H' TO ST-STATE(RA-S)
005670         PERFORM 2100-BOOK-EXISTING
005680     END-IF.
005690 2000-NEXT.
005700     PERFORM 7000-READ-COURSE.
005710 2000-EXIT.
005720     EXIT.
005730*
005740******************************************************************
005750* BOOKS A SECTION THAT ALREADY HAS A ROOM INTO THAT ROOM - A ***
005760* ROOM NOT ON THE MASTER IS ROOMVAL'S BUSINESS AND IS IGNORED ***
005770******************************************************************
005780 2100-BOOK-EXISTING.
005790     MOVE 0 TO RA-BEST-R.
005800     PERFORM 2110-FIND-ROOM
005810             VARYING RA-R FROM 1 BY 1
005820             UNTIL RA-R > RA-ROOM-COUNT
005830             OR RA-BEST-R > 0.
005840     IF RA-BEST-R > 0 AND ST-DAYS(RA-S) NOT = SPACES
005850     THEN
005860         MOVE RA-BEST-R TO RA-R
005870         IF RT-BOOK-COUNT(RA-R) < RA-MAX-BOOKINGS
005880         THEN
005890             PERFORM 4400-BOOK-ROOM
005900         ELSE
005910             DISPLAY 'ROOM BOOKING TABLE FULL - '
005915                 RT-BUILDING(RA-R)
005920                 RT-ROOM(RA-R) ' ' RA-COURSE-KEY ' NOT BOOKED'
005930             ADD 1 TO RA-DROPPED-COUNT
005940         END-IF
005950     END-IF.
005960*
005970 2110-FIND-ROOM.
005980     IF RT-BUILDING(RA-R) = C-BUILDING
005990       AND RT-ROOM(RA-R) = C-ROOM
006000     THEN
006010         MOVE RA-R TO RA-BEST-R
006020     END-IF.
006030*
006040******************************************************************
006050* SORT INPUT PROCEDURE - RELEASES EVERY SECTION WAITING FOR A ***
006060* ROOM.  ONE WITH NO MEETING DAYS OR NO STARTING TIME CANNOT ***
006070* BE PLACED AND IS MARKED NOW ***
006080******************************************************************
006090 3000-RELEASE-WAITING.
006100     PERFORM 3100-RELEASE-ONE
006110             VARYING RA-S FROM 1 BY 1
006120             UNTIL RA-S > RA-SECT-COUNT.
006130 3000-EXIT.
006140     EXIT.
006150*
006160 3100-RELEASE-ONE.
006170     IF ST-STATE(RA-S) = 'W'
006180     THEN
006190         MOVE ST-IMAGE(RA-S) TO COURSE-WORK
006200         IF ST-DAYS(RA-S) = SPACES
006210           OR CW-STARTING-HOUR IS NOT NUMERIC
006215           OR CW-STARTING-MIN IS NOT NUMERIC
006220         THEN
006230             MOVE 'X' TO ST-STATE(RA-S)
006240             MOVE 'NO MEETING DAYS OR TIME' TO ST-REASON(RA-S)
006250             ADD 1 TO RA-NOT-PLACED
006260         ELSE
006270             MOVE ST-LIMIT(RA-S) TO SP-LIMIT
006280             MOVE CW-KEY TO SP-KEY
006290             MOVE RA-S TO SP-INDEX
006300             RELEASE SORT-PLACE-REC
006310         END-IF
006320     END-IF.
006330*
006340******************************************************************
006350* SORT OUTPUT PROCEDURE - PLACES THE WAITING SECTIONS, BIGGEST ***
006360* FIRST ***
006370******************************************************************
006380 4000-PLACE-SECTIONS.
006390     PERFORM 4050-GET-NEXT THRU 4050-EXIT.
006400     PERFORM 4100-PLACE-ONE THRU 4100-EXIT
006410             UNTIL SORT-EOF.
006420 4000-EXIT.
006430     EXIT.
006440*
006450 4050-GET-NEXT.
006460     RETURN SORT-PLACE-WORK
006470             AT END SET SORT-EOF TO TRUE
006480     END-RETURN.
006490 4050-EXIT.
006500     EXIT.
006510*
006520******************************************************************
006530* FINDS THE SECTION'S ROOM TYPE, THEN THE SMALLEST ROOM THAT ***
006540* FITS AND IS FREE - IN THE SECTION'S OWN BUILDING WHEN IT ***
006550* NAMES ONE AND SUCH A ROOM EXISTS, OTHERWISE ANYWHERE ***
006560******************************************************************
006570 4100-PLACE-ONE.
006580     MOVE SP-INDEX TO RA-S.
006590     MOVE ST-IMAGE(RA-S) TO COURSE-WORK.
006600     PERFORM 4200-FIND-NEED-TYPE.
006610     MOVE 0 TO RA-BEST-R.
006620     MOVE 0 TO RA-HOME-R.
006630     MOVE 0 TO RA-FIT-ROOMS.
006640     PERFORM 4300-PROBE-ROOM
006650             VARYING RA-R FROM 1 BY 1
006660             UNTIL RA-R > RA-ROOM-COUNT.
006670     IF RA-HOME-R > 0
006680     THEN
006690         MOVE RA-HOME-R TO RA-BEST-R
006700     END-IF.
006710     IF RA-BEST-R > 0
006720     THEN
006730         MOVE RA-BEST-R TO RA-R
006740         PERFORM 4400-BOOK-ROOM
006750         MOVE 'P' TO ST-STATE(RA-S)
006760         ADD 1 TO RA-PLACED
006770     ELSE
006780         MOVE 'X' TO ST-STATE(RA-S)
006790         ADD 1 TO RA-NOT-PLACED
006800         IF RA-FIT-ROOMS = 0
006810         THEN
006820             MOVE 'NO ROOM OF TYPE AND SIZE'
006830                 TO ST-REASON(RA-S)
006840         ELSE
006850             MOVE 'EVERY FITTING ROOM IN USE'
006860                 TO ST-REASON(RA-S)
006870         END-IF
006880     END-IF.
006890     PERFORM 4050-GET-NEXT THRU 4050-EXIT.
006900 4100-EXIT.
006910     EXIT.
006920*
006930******************************************************************
006940* TAKES THE ROOM TYPE FROM THE MOST SPECIFIC REQUIREMENT CARD ***
006950* FOR THE SECTION - SECTION OVER COURSE OVER DEPARTMENT ***
006960******************************************************************
006970 4200-FIND-NEED-TYPE.
006980     MOVE 0 TO RA-BEST-LEVEL.
006990     PERFORM 4210-PROBE-REQ
007000             VARYING RA-Q FROM 1 BY 1
007010             UNTIL RA-Q > RA-REQ-COUNT.
007020*
007030 4210-PROBE-REQ.
007040     MOVE 0 TO RA-LEVEL.
007050     IF QT-ABB(RA-Q) = CW-ABB
007060     THEN
007070         IF QT-NUMB(RA-Q) = SPACES AND QT-SEC(RA-Q) = SPACES
007080         THEN
007090             MOVE 1 TO RA-LEVEL
007100         END-IF
007110         IF QT-NUMB(RA-Q) = CW-NUMB AND QT-SEC(RA-Q) = SPACES
007120         THEN
007130             MOVE 2 TO RA-LEVEL
007140         END-IF
007150         IF QT-NUMB(RA-Q) = CW-NUMB AND QT-SEC(RA-Q) = CW-SEC
007160         THEN
007170             MOVE 3 TO RA-LEVEL
007180         END-IF
007190     END-IF.
007200     IF RA-LEVEL > RA-BEST-LEVEL
007210     THEN
007220         MOVE RA-LEVEL TO RA-BEST-LEVEL
007230         MOVE QT-TYPE(RA-Q) TO ST-NEED-TYPE(RA-S)
007240     END-IF.
007250*
007260******************************************************************
007270* ONE ROOM FITS WHEN IT SEATS THE CLASS LIMIT AND IS OF THE ***
007280* REQUIRED TYPE (OR, WITH NO REQUIREMENT, NOT A RESERVED ONE). ***
007290* THE SMALLEST FREE FITTING ROOM IS KEPT, AND SEPARATELY THE ***
007300* SMALLEST IN THE SECTION'S OWN BUILDING ***
007310******************************************************************
007320 4300-PROBE-ROOM.
007330     IF RT-CAPACITY(RA-R) NOT < ST-LIMIT(RA-S)
007340       AND ((ST-NEED-TYPE(RA-S) = SPACES
007350             AND RT-RESERVED(RA-R) = 'N')
007360         OR (ST-NEED-TYPE(RA-S) NOT = SPACES
007370             AND RT-TYPE(RA-R) = ST-NEED-TYPE(RA-S)))
007380     THEN
007390         ADD 1 TO RA-FIT-ROOMS
007400         PERFORM 4500-CHECK-ROOM-FREE
007410         IF NOT ROOM-BUSY
007420         THEN
007430             IF RA-BEST-R = 0
007440               OR RT-CAPACITY(RA-R) < RT-CAPACITY(RA-BEST-R)
007450             THEN
007460                 MOVE RA-R TO RA-BEST-R
007470             END-IF
007480             IF RT-BUILDING(RA-R) = CW-BUILDING
007490               AND (RA-HOME-R = 0
007500                 OR RT-CAPACITY(RA-R) < RT-CAPACITY(RA-HOME-R))
007510             THEN
007520                 MOVE RA-R TO RA-HOME-R
007530             END-IF
007540         END-IF
007550     END-IF.
007560*
007570******************************************************************
007580* BOOKS SECTION RA-S INTO ROOM RA-R ***
007590******************************************************************
007600 4400-BOOK-ROOM.
007610     ADD 1 TO RT-BOOK-COUNT(RA-R).
007620     MOVE RA-S TO RT-BOOKED-SECT(RA-R, RT-BOOK-COUNT(RA-R)).
007630     MOVE RA-R TO ST-ROOM-IDX(RA-S).
007640*
007650******************************************************************
007660* SETS ROOM-BUSY WHEN ROOM RA-R HOLDS A SECTION MEETING ON A ***
007670* SHARED DAY AT AN OVERLAPPING TIME, OR CAN TAKE NO MORE ***
007680* BOOKINGS ***
007690******************************************************************
007700 4500-CHECK-ROOM-FREE.
007710     MOVE 'N' TO ROOM-BUSY-SW.
007720     IF RT-BOOK-COUNT(RA-R) NOT < RA-MAX-BOOKINGS
007730     THEN
007740         SET ROOM-BUSY TO TRUE
007750     END-IF.
007760     PERFORM 4510-PROBE-BOOKING
007770             VARYING RA-K FROM 1 BY 1
007780             UNTIL RA-K > RT-BOOK-COUNT(RA-R)
007790             OR ROOM-BUSY.
007800*
007810 4510-PROBE-BOOKING.
007820     MOVE RT-BOOKED-SECT(RA-R, RA-K) TO RA-T.
007830     IF ST-START(RA-T) < ST-END(RA-S)
007840       AND ST-START(RA-S) < ST-END(RA-T)
007850     THEN
007860         MOVE 'N' TO DAY-SHARED-SW
007870         PERFORM 4520-PROBE-DAY
007880                 VARYING RA-D FROM 1 BY 1
007890                 UNTIL RA-D > 5
007900         IF DAY-SHARED
007910         THEN
007920             SET ROOM-BUSY TO TRUE
007930         END-IF
007940     END-IF.
007950*
007960 4520-PROBE-DAY.
007970     IF ST-DAY(RA-S, RA-D) NOT = SPACE
007980       AND ST-DAY(RA-T, RA-D) NOT = SPACE
007990     THEN
008000         SET DAY-SHARED TO TRUE
008010     END-IF.
008020*
008030******************************************************************
008040* LISTS ONE SECTION THAT WAS WAITING FOR A ROOM AND, WHEN IT ***
008050* WAS PLACED, WRITES ITS CHANGE CARD - THE TABLE IS IN KEY ***
008060* ORDER, SO THE CARDS COME OUT IN CRSMAINT'S SEQUENCE ***
008070******************************************************************
008080 5000-WRITE-PROPOSAL.
008090     IF ST-STATE(RA-S) = 'P' OR ST-STATE(RA-S) = 'X'
008100     THEN
008110         MOVE ST-IMAGE(RA-S) TO COURSE-WORK
008120         MOVE CW-ABB TO PD-ABB
008130         MOVE CW-NUMB TO PD-NUMB
008140         MOVE CW-SEC TO PD-SEC
008150         MOVE CW-TITLE TO PD-TITLE
008160         MOVE CW-CLASSLIMIT TO PD-LIMIT
008170         MOVE CW-DAY-PATTERN TO PD-DAYS
008180         PERFORM 5100-FORMAT-MEET-TIME
008190         MOVE ST-NEED-TYPE(RA-S) TO PD-NEED-TYPE
008200         IF ST-STATE(RA-S) = 'P'
008210         THEN
008220             MOVE ST-ROOM-IDX(RA-S) TO RA-R
008230             MOVE RT-BUILDING(RA-R) TO PD-BUILDING
008240             MOVE RT-ROOM(RA-R) TO PD-ROOM
008250             MOVE RT-CAPACITY(RA-R) TO PD-CAPACITY
008260             MOVE 'PLACED - CHANGE CARD WRITTEN' TO PD-RESULT
008270             MOVE RT-BUILDING(RA-R) TO CW-BUILDING
008280             MOVE RT-ROOM(RA-R) TO CW-ROOM
008290             MOVE CW-CARD-PART TO CC-IMAGE
008300             WRITE CHGTRAN-REC FROM CHANGE-CARD
008310             ADD 1 TO RA-CARDS-WRITTEN
008320         ELSE
008330             MOVE SPACES TO PD-BUILDING
008340             MOVE SPACES TO PD-ROOM
008350             MOVE ZERO TO PD-CAPACITY
008360             MOVE SPACES TO PD-RESULT
008370             STRING '** ' DELIMITED BY SIZE
008380                    ST-REASON(RA-S) DELIMITED BY SIZE
008390                    INTO PD-RESULT
008400             END-STRING
008410         END-IF
008420         WRITE REPORT-REC FROM PROP-DETAIL
008430                 AFTER ADVANCING 1 LINE
008440     END-IF.
008450*
008460******************************************************************
008470* FORMATS THE SECTION'S MEETING WINDOW - BLANK WHEN IT HAS NO ***
008480* STARTING TIME ***
008490******************************************************************
008500 5100-FORMAT-MEET-TIME.
008510     IF CW-STARTING-HOUR IS NOT NUMERIC
008515       OR CW-STARTING-MIN IS NOT NUMERIC
008520     THEN
008530         MOVE SPACES TO PD-MEET-TIME
008540     ELSE
008550         DIVIDE ST-START(RA-S) BY 60
008560                 GIVING RA-WORK-HOUR REMAINDER RA-WORK-MIN
008570         MOVE RA-WORK-HOUR TO MT-FROM-HOUR
008580         MOVE RA-WORK-MIN TO MT-FROM-MIN
008590         DIVIDE ST-END(RA-S) BY 60
008600                 GIVING RA-WORK-HOUR REMAINDER RA-WORK-MIN
008610         MOVE RA-WORK-HOUR TO MT-TO-HOUR
008620         MOVE RA-WORK-MIN TO MT-TO-MIN
008630         MOVE MEET-TIME-EDIT TO PD-MEET-TIME
008640     END-IF.
008650*
008660******************************************************************
008670* CHECKS THE TRAILER COUNT AND CLASSLIMIT HASH TOTAL AGAINST ***
008680* WHAT WAS ACTUALLY READ - A TRUNCATED MASTER WOULD HIDE ROOMS ***
008690* ALREADY IN USE, SO THE FAILURE IS FLAGGED LOUDLY ***
008700******************************************************************
008710 6600-VERIFY-CONTROLS.
008720     IF NOT TRAILER-FOUND
008730     THEN
008740         SET CONTROL-FAILED TO TRUE
008750     END-IF.
008760     IF TRAILER-FOUND AND
008770        ( CT-COUNT NOT = RA-CTL-READ-COUNT
008780          OR CT-HASH NOT = RA-CTL-HASH-TOTAL )
008790     THEN
008800         SET CONTROL-FAILED TO TRUE
008810     END-IF.
008820     IF CONTROL-FAILED
008830     THEN
008840         MOVE CT-COUNT TO CF-EXP-COUNT
008850         MOVE CT-HASH TO CF-EXP-HASH
008860         MOVE RA-CTL-READ-COUNT TO CF-ACT-COUNT
008870         MOVE RA-CTL-HASH-TOTAL TO CF-ACT-HASH
008880         WRITE REPORT-REC FROM PROP-CTL-FAIL
008890                 AFTER ADVANCING 2 LINES
008900         DISPLAY 'CONTROL TOTAL FAILURE ON DA-S-COURSE'
008910     END-IF.
008920*
008930******************************************************************
008940* READS DA-S-COURSE, SKIPPING THE HEADER AND CAPTURING THE ***
008950* TRAILER CONTROL RECORD, ACCUMULATING THE DATA-RECORD COUNT ***
008960* AND CLASSLIMIT HASH TOTAL, AND CHECKING KEY SEQUENCE ***
008970******************************************************************
008980 7000-READ-COURSE.
008990     READ COURSE-FILE INTO COURSE-DATA
009000             AT END SET END-OF-DATA TO TRUE
009010     END-READ.
009020     IF NOT END-OF-DATA AND C-ABB = 'HDR'
009030     THEN
009040         MOVE COURSE-DATA TO CONTROL-HEADER-REC
009050         GO TO 7000-READ-COURSE
009060     END-IF.
009070     IF NOT END-OF-DATA AND C-ABB = 'TRL'
009080     THEN
009090         MOVE COURSE-DATA TO CONTROL-TRAILER-REC
009100         MOVE 'Y' TO TRAILER-FOUND-SW
009110         GO TO 7000-READ-COURSE
009120     END-IF.
009130     IF NOT END-OF-DATA
009140     THEN
009150         ADD 1 TO RA-CTL-READ-COUNT
009160         ADD C-CLASSLIMIT TO RA-CTL-HASH-TOTAL
009170     END-IF.
009180     MOVE C-ABB TO RA-C-ABB.
009190     MOVE C-NUMB TO RA-C-NUMB.
009200     MOVE C-SEC TO RA-C-SEC.
009210     IF RA-COURSE-KEY < RA-PREV-COURSE-KEY
009220     THEN
009230         DISPLAY 'DA-S-COURSE OUT OF SEQUENCE AT KEY '
009240             RA-COURSE-KEY
009250         PERFORM 9900-SEQUENCE-ABORT
009260     END-IF.
009270     MOVE RA-COURSE-KEY TO RA-PREV-COURSE-KEY.
009280*
009290******************************************************************
009300* PRINTS THE RUN TOTALS AT THE FOOT OF THE PROPOSAL REPORT ***
009310******************************************************************
009320 8000-PRINT-TOTALS.
009330     MOVE SPACES TO REPORT-REC.
009340     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
009350     MOVE 'SECTIONS READ                 ' TO PT-LABEL.
009360     MOVE RA-SECTIONS-READ TO PT-COUNT.
009370     WRITE REPORT-REC FROM PROP-TOTAL-LINE
009380             AFTER ADVANCING 1 LINE.
009390     MOVE 'SECTIONS WITH NO ROOM         ' TO PT-LABEL.
009400     MOVE RA-NEED-ROOM TO PT-COUNT.
009410     WRITE REPORT-REC FROM PROP-TOTAL-LINE
009420             AFTER ADVANCING 1 LINE.
009430     MOVE 'SECTIONS PLACED               ' TO PT-LABEL.
009440     MOVE RA-PLACED TO PT-COUNT.
009450     WRITE REPORT-REC FROM PROP-TOTAL-LINE
009460             AFTER ADVANCING 1 LINE.
009470     MOVE 'SECTIONS NOT PLACED           ' TO PT-LABEL.
009480     MOVE RA-NOT-PLACED TO PT-COUNT.
009490     WRITE REPORT-REC FROM PROP-TOTAL-LINE
009500             AFTER ADVANCING 1 LINE.
009510     MOVE 'CHANGE CARDS WRITTEN          ' TO PT-LABEL.
009520     MOVE RA-CARDS-WRITTEN TO PT-COUNT.
009530     WRITE REPORT-REC FROM PROP-TOTAL-LINE
009540             AFTER ADVANCING 1 LINE.
009550*
009560******************************************************************
009570* CLOSES FILES ***
009580******************************************************************
009590 9000-TERMINATE.
009600     CLOSE COURSE-FILE, CHGTRAN-FILE, REPORT-FILE.
009610*
009620******************************************************************
009630* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN THE ***
009640* CONTROL TOTALS FAILED, 8 WHEN A TABLE OVERFLOWED, 4 WHEN ANY ***
009650* SECTION COULD NOT BE PLACED, 0 OTHERWISE ***
009660******************************************************************
009670 9100-SET-RETURN-CODE.
009680     IF CONTROL-FAILED
009690     THEN
009700         MOVE 12 TO RETURN-CODE
009710     ELSE
009720         IF RA-DROPPED-COUNT > 0
009730         THEN
009740             MOVE 8 TO RETURN-CODE
009750         ELSE
009760             IF RA-NOT-PLACED > 0
009770             THEN
009780                 MOVE 4 TO RETURN-CODE
009790             END-IF
009800         END-IF
009810     END-IF.
009820*
009830******************************************************************
009840* ABORTS THE RUN WHEN THE MASTER IS OUT OF KEY SEQUENCE - ***
009850* THE CHANGE CARDS WOULD COME OUT OF ORDER, SO THE RUN STOPS ***
009860******************************************************************
009870 9900-SEQUENCE-ABORT.
009880     CLOSE COURSE-FILE, CHGTRAN-FILE, REPORT-FILE.
009890     MOVE 16 TO RETURN-CODE.
009900     PERFORM 9500-WRITE-STATUS.
009910     STOP RUN.
009920*
009930******************************************************************
009940* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
009950* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
009960* THE MORNING OPERATIONS SUMMARY ***
009970******************************************************************
009980 9500-WRITE-STATUS.
009990     ACCEPT STL-DATE FROM DATE.
010000     ACCEPT STL-TIME FROM TIME.
010010     MOVE RA-SECTIONS-READ TO STL-READ.
010020     MOVE RA-CARDS-WRITTEN TO STL-WRITTEN.
010030     MOVE RA-NOT-PLACED TO STL-EXCEPTIONS.
010040     MOVE RETURN-CODE TO STL-RETCODE.
010050     OPEN EXTEND STATUS-FILE.
010060     IF RA-STAT-STATUS NOT = '00'
010070     THEN
010080         OPEN OUTPUT STATUS-FILE
010090     END-IF.
010100     WRITE STATUS-REC FROM STATUS-LINE.
010110     CLOSE STATUS-FILE.
