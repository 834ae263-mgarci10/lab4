000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXAMSCHD.
000030 AUTHOR. M GARCIA.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  MG    INITIAL WRITE - FINAL EXAM SCHEDULE AND
000110*                   STUDENT EXAM-CONFLICT REPORT
000112*   10/15/26  MG    REJECT EXAM BLOCKS WHOSE EXAM DAY IS NOT
000114*                   1-6; SEQUENCE ABORT CLOSES ONLY OPEN FILES
000120*----------------------------------------------------------------
000130*
000140* RUN ONCE A TERM, AFTER THE ADD/DROP PERIOD CLOSES.  EVERY
000150* SECTION ON DA-S-COURSE IS GIVEN AN EXAM BLOCK FROM THE
000160* STANDARD EXAM-BLOCK TABLE (DA-S-EXAMBLK), WHICH IS KEYED BY
000170* MEETING PATTERN - THE C-MON..C-FRI DAY LETTERS AND A RANGE OF
000180* CLASS STARTING TIMES - AND GIVES THE EXAM DAY, START TIME AND
000190* LENGTH.  THE FIRST TABLE ROW THAT MATCHES WINS.  THE EXAM IS
000200* PLACED IN THE SECTION'S OWN ROOM WHEN THE ROOM MASTER
000210* (DA-S-ROOMMST) SAYS IT SEATS THE CLASS LIMIT AND THE ROOM IS
000220* NOT ALREADY TAKEN AT THAT TIME; OTHERWISE IT GOES TO THE
000230* SMALLEST FREE ROOM THAT DOES SEAT THE CLASS LIMIT.  SECTIONS
000240* WITH NO MEETING DAYS, NO MATCHING BLOCK, OR NO ROOM LARGE
000250* ENOUGH ARE FLAGGED ON THE SCHEDULE (UR-S-EXAMSCH), WHICH IS
000260* PRINTED BY DEPARTMENT.  THE REGISTRATION DETAIL (DA-S-REGDETL)
000270* IS THEN JOINED TO THE SCHEDULE AND SORTED BY STUDENT, AND
000280* EVERY STUDENT WITH TWO EXAMS AT THE SAME TIME OR THREE OR MORE
000290* EXAMS ON ONE DAY IS LISTED WITH THOSE SECTIONS ON THE CONFLICT
000300* REPORT (UR-S-EXAMCNF) SO MAKEUP EXAMS CAN BE ARRANGED BEFORE
000310* THE SCHEDULE IS PUBLISHED.
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSE' ORGANIZATION
000380             IS LINE SEQUENTIAL.
000390     SELECT ROOMMST-FILE ASSIGN TO 'DA-S-ROOMMST' ORGANIZATION
000400             IS LINE SEQUENTIAL.
000410     SELECT EXAMBLK-FILE ASSIGN TO 'DA-S-EXAMBLK' ORGANIZATION
000420             IS LINE SEQUENTIAL.
000430     SELECT REGDETL-FILE ASSIGN TO 'DA-S-REGDETL' ORGANIZATION
000440             IS LINE SEQUENTIAL.
000450     SELECT SCHED-FILE ASSIGN TO 'UR-S-EXAMSCH' ORGANIZATION
000460             IS LINE SEQUENTIAL.
000470     SELECT CONFLICT-FILE ASSIGN TO 'UR-S-EXAMCNF' ORGANIZATION
000480             IS LINE SEQUENTIAL.
000490     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS EX-PARM-STATUS.
000520     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS EX-STAT-STATUS.
000550     SELECT SORT-EXAM-WORK ASSIGN TO 'SORTWK01'.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  COURSE-FILE.
000600 01  COURSE-DATA.
000610     88  END-OF-DATA VALUE HIGH-VALUES.
000620     02  C-COURSE.
000630         03  C-ABB PIC XXX.
000640         03  C-NUMB PIC XXXX.
000650         03  C-SEC PIC XXX.
000660         03  C-TITLE PIC X(20).
000670         03  C-SEATS-REMAINING PIC S999.
000680         03  C-CLASSLIMIT PIC 999.
000690         03  FILLER PIC XXX.
000700     02  C-STARTING-TIME.
000710         03  C-STARTING-HOUR PIC 99.
000720         03  C-STARTING-MIN PIC 99.
000730         03  FILLER PIC XX.
000740     02  C-DAYS.
000750         03  C-DAY-PATTERN.
000760             05  C-MON PIC X.
000770             05  C-TUE PIC X.
000780             05  C-WED PIC X.
000790             05  C-THU PIC X.
000800             05  C-FRI PIC X.
000810         03  FILLER PIC X.
000820     02  C-LOCATION.
000830         03  C-BUILDING PIC XX.
000840         03  C-ROOM PIC XXX.
000850         03  C-DURATION PIC 9(3).
000860         03  FILLER PIC X(21).
000870*
000880******************************************************************
000890* ROOM MASTER - ONE RECORD PER BUILDING/ROOM WITH ITS SEAT ***
000900* CAPACITY AND ROOM TYPE, IN BUILDING/ROOM SEQUENCE ***
000910******************************************************************
000920 FD  ROOMMST-FILE.
000930 01  ROOMMST-DATA.
000940     88  ROOMMST-EOF VALUE HIGH-VALUES.
000950     03  RM-BUILDING PIC XX.
000960     03  RM-ROOM PIC XXX.
000970     03  RM-CAPACITY PIC 9(3).
000980     03  RM-TYPE PIC X(8).
000990     03  FILLER PIC X(64).
001000*
001010******************************************************************
001020* STANDARD EXAM-BLOCK TABLE - A MEETING PATTERN (THE FIVE DAY ***
001030* LETTERS AS THEY APPEAR ON THE MASTER) AND A RANGE OF CLASS ***
001040* STARTING TIMES (HHMM), WITH THE EXAM DAY (1 = FIRST DAY OF ***
001050* EXAM WEEK), EXAM START (HHMM) AND LENGTH IN MINUTES ***
001060******************************************************************
001070 FD  EXAMBLK-FILE.
001080 01  EXAMBLK-DATA.
001090     88  EXAMBLK-EOF VALUE HIGH-VALUES.
001100     03  EB-DAYS PIC X(5).
001110     03  EB-FROM-TIME PIC 9(4).
001120     03  EB-TO-TIME PIC 9(4).
001130     03  EB-EXAM-DAY PIC 9.
001140     03  EB-EXAM-START PIC 9(4).
001150     03  EB-EXAM-DUR PIC 9(3).
001160     03  FILLER PIC X(59).
001170*
001180******************************************************************
001190* STUDENT REGISTRATION DETAIL - ONE RECORD PER STUDENT PER ***
001200* SECTION, IN KEY SEQUENCE ***
001210******************************************************************
001220 FD  REGDETL-FILE.
001230 01  REGDETL-DATA.
001240     88  REGDETL-EOF VALUE HIGH-VALUES.
001250     03  RD-KEY.
001260         05  RD-ABB PIC XXX.
001270         05  RD-NUMB PIC XXXX.
001280         05  RD-SEC PIC XXX.
001290     03  RD-STUDENT-ID PIC 9(07).
001300     03  RD-STUDENT-NAME PIC X(25).
001310     03  FILLER PIC X(38).
001320*
001330 FD  SCHED-FILE.
001340 01  SCHED-REC PIC X(132).
001350*
001360 FD  CONFLICT-FILE.
001370 01  CONFLICT-REC PIC X(132).
001380*
001390******************************************************************
001400* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES ONLY THE ***
001410* EXPECTED TERM CODE IN COLS 29-34 (SEE LAB4 FOR THE FULL ***
001420* CARD LAYOUT) ***
001430******************************************************************
001440 FD  PARM-FILE.
001450 01  PARM-CARD.
001460     03  FILLER PIC X(28).
001470     03  PMC-TERM PIC X(6).
001480     03  FILLER PIC X(46).
001490*
001500******************************************************************
001510* SHARED RUN-STATUS FILE - ONE RECORD APPENDED PER PROGRAM ***
001520* RUN, READ BY RUNSUMM FOR THE OPERATIONS SUMMARY ***
001530******************************************************************
001540 FD  STATUS-FILE.
001550 01  STATUS-REC PIC X(80).
001560*
001570******************************************************************
001580* ONE ROW PER REGISTRATION IN A SECTION WITH AN EXAM TIME, ***
001590* SORTED BY STUDENT, EXAM DAY AND EXAM START ***
001600******************************************************************
001610 SD  SORT-EXAM-WORK.
001620 01  SORT-EXAM-REC.
001630     05  SE-STUDENT-ID PIC 9(7).
001640     05  SE-DAY PIC 9.
001650     05  SE-START PIC 9(4).
001660     05  SE-SECT-KEY PIC X(10).
001670     05  SE-END PIC 9(4).
001680     05  SE-STUDENT-NAME PIC X(25).
001690     05  SE-BUILDING PIC XX.
001700     05  SE-ROOM PIC XXX.
001710*
001720 WORKING-STORAGE SECTION.
001730 77  EX-SECTIONS-READ PIC 9(5) VALUE 0.
001740 77  EX-DETAILS-READ PIC 9(5) VALUE 0.
001750 77  EX-EXAMS-JOINED PIC 9(5) VALUE 0.
001760 77  EX-OWN-ROOM PIC 9(5) VALUE 0.
001770 77  EX-LARGER-ROOM PIC 9(5) VALUE 0.
001780 77  EX-NO-ROOM PIC 9(5) VALUE 0.
001790 77  EX-NO-BLOCK PIC 9(5) VALUE 0.
001800 77  EX-NO-DAYS PIC 9(5) VALUE 0.
001810 77  EX-CLASH-STUDENTS PIC 9(5) VALUE 0.
001820 77  EX-HEAVY-STUDENTS PIC 9(5) VALUE 0.
001830 77  EX-CTL-READ-COUNT PIC 9(5) VALUE 0.
001840 77  EX-CTL-HASH-TOTAL PIC 9(7) VALUE 0.
001850 77  EX-MAX-SECTS PIC 9(4) VALUE 3000.
001860 77  EX-SECT-COUNT PIC 9(4) VALUE 0.
001870 77  EX-MAX-ROOMS PIC 9(3) VALUE 300.
001880 77  EX-ROOM-COUNT PIC 9(3) VALUE 0.
001890 77  EX-MAX-BOOKINGS PIC 99 VALUE 40.
001900 77  EX-MAX-BLOCKS PIC 99 VALUE 50.
001910 77  EX-BLOCK-COUNT PIC 99 VALUE 0.
001920 77  EX-MAX-EXAMS PIC 99 VALUE 20.
001930 77  EX-EXAM-COUNT PIC 99 VALUE 0.
001940 77  EX-DROPPED-COUNT PIC 9(5) VALUE 0.
001942 77  EX-BAD-BLOCKS PIC 9(5) VALUE 0.
001950 77  EX-PARM-STATUS PIC XX VALUE '00'.
001960 77  EX-PARM-TERM PIC X(6) VALUE SPACES.
001970 77  EX-STAT-STATUS PIC XX VALUE '00'.
001980 77  EX-S PIC 9(4) VALUE 0.
001990 77  EX-T PIC 9(4) VALUE 0.
002000 77  EX-B PIC 99 VALUE 0.
002010 77  EX-R PIC 9(3) VALUE 0.
002020 77  EX-BEST-R PIC 9(3) VALUE 0.
002030 77  EX-K PIC 99 VALUE 0.
002040 77  EX-I PIC 99 VALUE 0.
002050 77  EX-J PIC 99 VALUE 0.
002060 77  EX-DAY-EXAMS PIC 99 VALUE 0.
002070 77  EX-START-HHMM PIC 9(4) VALUE 0.
002080 77  EX-WORK-HOUR PIC 99 VALUE 0.
002090 77  EX-WORK-MIN PIC 99 VALUE 0.
002100 77  EX-WORK-TIME PIC 9(4) VALUE 0.
002110 01  MISC.
002120     03  SORT-EOF-SW PIC X VALUE 'N'.
002130         88  SORT-EOF VALUE 'Y'.
002140     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
002150         88  TRAILER-FOUND VALUE 'Y'.
002160     03  CONTROL-FAIL-SW PIC X VALUE 'N'.
002170         88  CONTROL-FAILED VALUE 'Y'.
002180     03  BLOCK-FOUND-SW PIC X VALUE 'N'.
002190         88  BLOCK-FOUND VALUE 'Y'.
002200     03  ROOM-BUSY-SW PIC X VALUE 'N'.
002210         88  ROOM-BUSY VALUE 'Y'.
002220     03  STUDENT-FLAGGED-SW PIC X VALUE 'N'.
002230         88  STUDENT-FLAGGED VALUE 'Y'.
002240     03  STUDENT-CLASH-SW PIC X VALUE 'N'.
002250         88  STUDENT-CLASH VALUE 'Y'.
002260     03  STUDENT-HEAVY-SW PIC X VALUE 'N'.
002270         88  STUDENT-HEAVY VALUE 'Y'.
002272     03  REGDETL-OPEN-SW PIC X VALUE 'N'.
002274         88  REGDETL-OPEN VALUE 'Y'.
002280     03  EX-COURSE-KEY.
002290         05  EX-C-ABB PIC XXX.
002300         05  EX-C-NUMB PIC XXXX.
002310         05  EX-C-SEC PIC XXX.
002320     03  EX-PREV-COURSE-KEY PIC X(10) VALUE LOW-VALUES.
002330     03  EX-PREV-DETAIL-KEY PIC X(10) VALUE LOW-VALUES.
002340     03  EX-PREV-ABB PIC XXX VALUE SPACES.
002350     03  EX-PREV-STUDENT PIC 9(7) VALUE 0.
002360     03  EX-PREV-NAME PIC X(25) VALUE SPACES.
002370*
002380 01  CONTROL-HEADER-REC.
002390     03  CH-ID PIC XXX VALUE SPACES.
002400     03  CH-CREATE-DATE PIC 9(6) VALUE ZERO.
002410     03  CH-TERM PIC X(6) VALUE SPACES.
002420     03  FILLER PIC X(65).
002430 01  CONTROL-TRAILER-REC.
002440     03  CT-ID PIC XXX VALUE SPACES.
002450     03  CT-COUNT PIC 9(5) VALUE ZERO.
002460     03  CT-HASH PIC 9(7) VALUE ZERO.
002470     03  FILLER PIC X(65).
002480*
002490 01  EXAM-DAY-NAMES.
002500     03  FILLER PIC X(18) VALUE 'MONTUEWEDTHUFRISAT'.
002510 01  EXAM-DAY-TABLE REDEFINES EXAM-DAY-NAMES.
002520     03  EXAM-DAY-NAME PIC XXX OCCURS 6 TIMES.
002530*
002540******************************************************************
002550* IN-MEMORY COPY OF THE ROOM MASTER, WITH THE SECTIONS WHOSE ***
002560* EXAMS HAVE BEEN BOOKED INTO EACH ROOM ***
002570******************************************************************
002580 01  ROOM-TABLE.
002590     05  ROOM-ENTRY OCCURS 300 TIMES.
002600         10  RT-BUILDING PIC XX.
002610         10  RT-ROOM PIC XXX.
002620         10  RT-CAPACITY PIC 9(3).
002630         10  RT-BOOK-COUNT PIC 99.
002640         10  RT-BOOKED-SECT PIC 9(4) OCCURS 40 TIMES.
002650*
002660******************************************************************
002670* IN-MEMORY COPY OF THE EXAM-BLOCK TABLE - EXAM TIMES HELD AS ***
002680* MINUTES PAST MIDNIGHT SO OVERLAPS ARE A SIMPLE COMPARE ***
002690******************************************************************
002700 01  BLOCK-TABLE.
002710     05  BLOCK-ENTRY OCCURS 50 TIMES.
002720         10  BT-DAYS PIC X(5).
002730         10  BT-FROM-TIME PIC 9(4).
002740         10  BT-TO-TIME PIC 9(4).
002750         10  BT-EXAM-DAY PIC 9.
002760         10  BT-EXAM-START PIC 9(4).
002770         10  BT-EXAM-END PIC 9(4).
002780*
002790******************************************************************
002800* ONE ENTRY PER SECTION IN MASTER KEY SEQUENCE - ONE EXTRA ***
002810* ENTRY HOLDS A HIGH-VALUES KEY TO STOP THE REGISTRATION JOIN. ***
002820* ST-STATUS - O OWN ROOM, L LARGER ROOM, R NO ROOM FREE, B NO ***
002830* EXAM BLOCK, N NO MEETING DAYS, P PENDING A ROOM ***
002840******************************************************************
002850 01  SECT-TABLE.
002860     05  SECT-ENTRY OCCURS 3001 TIMES.
002870         10  ST-KEY.
002880             15  ST-ABB PIC XXX.
002890             15  ST-NUMB PIC XXXX.
002900             15  ST-SEC PIC XXX.
002910         10  ST-TITLE PIC X(20).
002920         10  ST-LIMIT PIC 999.
002930         10  ST-DAYS PIC X(5).
002940         10  ST-START-HHMM PIC 9(4).
002950         10  ST-OWN-BUILDING PIC XX.
002960         10  ST-OWN-ROOM PIC XXX.
002970         10  ST-STATUS PIC X.
002980         10  ST-EXAM-DAY PIC 9.
002990         10  ST-EXAM-START PIC 9(4).
003000         10  ST-EXAM-END PIC 9(4).
003010         10  ST-ROOM-IDX PIC 9(3).
003020*
003030******************************************************************
003040* ONE STUDENT'S EXAMS, GATHERED FROM THE SORT BEFORE THEY ARE ***
003050* CHECKED AGAINST EACH OTHER ***
003060******************************************************************
003070 01  STUDENT-EXAMS.
003080     05  SX-ENTRY OCCURS 20 TIMES.
003090         10  SX-SECT-KEY.
003100             15  SX-ABB PIC XXX.
003110             15  SX-NUMB PIC XXXX.
003120             15  SX-SEC PIC XXX.
003130         10  SX-DAY PIC 9.
003140         10  SX-START PIC 9(4).
003150         10  SX-END PIC 9(4).
003160         10  SX-BUILDING PIC XX.
003170         10  SX-ROOM PIC XXX.
003180         10  SX-CLASH PIC X.
003190         10  SX-HEAVY PIC X.
003200*
003210******************************************************************
003220* CLASS AND EXAM TIMES EDITED FOR PRINTING ***
003230******************************************************************
003240 01  TIME-EDITS.
003250     03  TE-CLASS-TIME.
003260         05  TE-CLASS-HOUR PIC Z9.
003270         05  FILLER PIC X VALUE ':'.
003280         05  TE-CLASS-MIN PIC 99.
003290     03  TE-EXAM-TIME.
003300         05  TE-DAY PIC XXX.
003310         05  FILLER PIC X VALUE SPACES.
003320         05  TE-FROM-HOUR PIC Z9.
003330         05  FILLER PIC X VALUE ':'.
003340         05  TE-FROM-MIN PIC 99.
003350         05  FILLER PIC X VALUE '-'.
003360         05  TE-TO-HOUR PIC Z9.
003370         05  FILLER PIC X VALUE ':'.
003380         05  TE-TO-MIN PIC 99.
003390*
003400******************************************************************
003410* DESCRIPTION OF EXAM SCHEDULE HEADING, DEPARTMENT, DETAIL, ***
003420* AND TOTAL LINES ***
003430******************************************************************
003440 01  SCHED-HEADING1.
003450     03  FILLER PIC X(10) VALUE SPACES.
003460     03  FILLER PIC X(27) VALUE 'FINAL EXAM SCHEDULE - TERM '.
003470     03  SH-TERM PIC X(6).
003480 01  SCHED-HEADING2.
003490     03  FILLER PIC X(10) VALUE SPACES.
003500     03  FILLER PIC X(15) VALUE 'SECTION'.
003510     03  FILLER PIC X(22) VALUE 'TITLE'.
003520     03  FILLER PIC X(6) VALUE 'LIMIT'.
003530     03  FILLER PIC X(13) VALUE 'MEETS'.
003540     03  FILLER PIC X(16) VALUE 'EXAM'.
003550     03  FILLER PIC X(10) VALUE 'ROOM'.
003560     03  FILLER PIC X(4) VALUE 'NOTE'.
003570 01  SCHED-DEPT-LINE.
003580     03  FILLER PIC X(10) VALUE SPACES.
003590     03  FILLER PIC X(11) VALUE 'DEPARTMENT '.
003600     03  SD-ABB PIC XXX.
003610 01  SCHED-DETAIL.
003620     03  FILLER PIC X(10) VALUE SPACES.
003630     03  SX-ABB-O PIC XXX.
003640     03  FILLER PIC X VALUE SPACES.
003650     03  SX-NUMB-O PIC XXXX.
003660     03  FILLER PIC X VALUE SPACES.
003670     03  SX-SEC-O PIC XXX.
003680     03  FILLER PIC X(3) VALUE SPACES.
003690     03  SX-TITLE-O PIC X(20).
003700     03  FILLER PIC X(2) VALUE SPACES.
003710     03  SX-LIMIT-O PIC ZZ9.
003720     03  FILLER PIC X(3) VALUE SPACES.
003730     03  SX-DAYS-O PIC X(5).
003740     03  FILLER PIC X VALUE SPACES.
003750     03  SX-CLASS-TIME-O PIC X(5).
003760     03  FILLER PIC X(2) VALUE SPACES.
003770     03  SX-EXAM-TIME-O PIC X(15).
003780     03  FILLER PIC X(2) VALUE SPACES.
003790     03  SX-BUILDING-O PIC XX.
003800     03  FILLER PIC X VALUE SPACES.
003810     03  SX-ROOM-O PIC XXX.
003820     03  FILLER PIC X(4) VALUE SPACES.
003830     03  SX-NOTE-O PIC X(20).
003840 01  SCHED-TOTAL-LINE.
003850     03  FILLER PIC X(10) VALUE SPACES.
003860     03  SG-LABEL PIC X(30).
003870     03  SG-COUNT PIC ZZZZ9.
003880 01  SCHED-CTL-FAIL.
003890     03  FILLER PIC X(10) VALUE SPACES.
003900     03  FILLER PIC X(32) VALUE
003910             'CONTROL TOTAL FAILURE - EXPECTED'.
003920     03  FILLER PIC X VALUE SPACES.
003930     03  CF-EXP-COUNT PIC ZZZZ9.
003940     03  FILLER PIC X VALUE '/'.
003950     03  CF-EXP-HASH PIC ZZZZZZ9.
003960     03  FILLER PIC X(6) VALUE ' READ '.
003970     03  CF-ACT-COUNT PIC ZZZZ9.
003980     03  FILLER PIC X VALUE '/'.
003990     03  CF-ACT-HASH PIC ZZZZZZ9.
004000     03  FILLER PIC X(27) VALUE ' - DO NOT PUBLISH SCHEDULE'.
004010*
004020******************************************************************
004030* DESCRIPTION OF STUDENT CONFLICT REPORT HEADING, STUDENT, ***
004040* EXAM, AND TOTAL LINES ***
004050******************************************************************
004060 01  CNF-HEADING1.
004070     03  FILLER PIC X(10) VALUE SPACES.
004080     03  FILLER PIC X(29) VALUE 'STUDENT EXAM CONFLICTS - TERM'.
004090     03  FILLER PIC X VALUE SPACES.
004100     03  CH-TERM-O PIC X(6).
004110 01  CNF-STUDENT-LINE.
004120     03  FILLER PIC X(10) VALUE SPACES.
004130     03  FILLER PIC X(8) VALUE 'STUDENT '.
004140     03  CS-STUDENT-ID PIC 9(7).
004150     03  FILLER PIC X(2) VALUE SPACES.
004160     03  CS-STUDENT-NAME PIC X(25).
004170 01  CNF-EXAM-LINE.
004180     03  FILLER PIC X(14) VALUE SPACES.
004190     03  CE-ABB PIC XXX.
004200     03  FILLER PIC X VALUE SPACES.
004210     03  CE-NUMB PIC XXXX.
004220     03  FILLER PIC X VALUE SPACES.
004230     03  CE-SEC PIC XXX.
004240     03  FILLER PIC X(3) VALUE SPACES.
004250     03  CE-EXAM-TIME PIC X(15).
004260     03  FILLER PIC X(2) VALUE SPACES.
004270     03  CE-BUILDING PIC XX.
004280     03  FILLER PIC X VALUE SPACES.
004290     03  CE-ROOM PIC XXX.
004300     03  FILLER PIC X(4) VALUE SPACES.
004310     03  CE-REASON PIC X(28).
004320*
004330******************************************************************
004340* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
004350* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
004360******************************************************************
004370 01  STATUS-LINE.
004380     03  STL-PROGRAM PIC X(8) VALUE 'EXAMSCHD'.
004390     03  FILLER PIC X VALUE SPACES.
004400     03  STL-DATE PIC 9(6) VALUE 0.
004410     03  FILLER PIC X VALUE SPACES.
004420     03  STL-TIME PIC 9(8) VALUE 0.
004430     03  FILLER PIC X VALUE SPACES.
004440     03  STL-READ PIC 9(5) VALUE 0.
004450     03  FILLER PIC X VALUE SPACES.
004460     03  STL-WRITTEN PIC 9(5) VALUE 0.
004470     03  FILLER PIC X VALUE SPACES.
004480     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
004490     03  FILLER PIC X VALUE SPACES.
004500     03  STL-RETCODE PIC 99 VALUE 0.
004510     03  FILLER PIC X(35) VALUE SPACES.
004520*
004530 PROCEDURE DIVISION.
004540 0000-MAINLINE.
004550     PERFORM 1000-INITIALIZE.
004560     PERFORM 2000-LOAD-SECTIONS THRU 2000-EXIT
004570             UNTIL END-OF-DATA.
004580     PERFORM 2900-SET-SENTINEL.
004590     PERFORM 3000-PLACE-OWN-ROOM
004600             VARYING EX-S FROM 1 BY 1
004610             UNTIL EX-S > EX-SECT-COUNT.
004620     PERFORM 3100-PLACE-OTHER-ROOM
004630             VARYING EX-S FROM 1 BY 1
004640             UNTIL EX-S > EX-SECT-COUNT.
004650     PERFORM 4000-PRINT-SCHEDULE
004660             VARYING EX-S FROM 1 BY 1
004670             UNTIL EX-S > EX-SECT-COUNT.
004680     PERFORM 6600-VERIFY-CONTROLS.
004690     PERFORM 8000-PRINT-SCHED-TOTALS.
004700     SORT SORT-EXAM-WORK
004710         ON ASCENDING KEY SE-STUDENT-ID SE-DAY SE-START
004720             SE-SECT-KEY
004730         INPUT PROCEDURE IS 5000-JOIN-REGISTRATIONS
004740             THRU 5000-EXIT
004750         OUTPUT PROCEDURE IS 6000-FIND-CONFLICTS
004760             THRU 6000-EXIT.
004770     PERFORM 8100-PRINT-CNF-TOTALS.
004780     PERFORM 9000-TERMINATE.
004790     PERFORM 9100-SET-RETURN-CODE.
004800     PERFORM 9500-WRITE-STATUS.
004810     STOP RUN.
004820*
004830******************************************************************
004840* OPENS FILES, READS THE PARM CARD, PRIMES THE COURSE READ AND ***
004850* VERIFIES THE TERM, LOADS THE ROOM AND EXAM-BLOCK TABLES, AND ***
004860* PRINTS THE REPORT HEADINGS ***
004870******************************************************************
004880 1000-INITIALIZE.
004890     OPEN INPUT COURSE-FILE
004900         INPUT ROOMMST-FILE
004910         INPUT EXAMBLK-FILE
004920         OUTPUT SCHED-FILE
004930         OUTPUT CONFLICT-FILE.
004940     OPEN INPUT PARM-FILE.
004950     READ PARM-FILE INTO PARM-CARD
004960             AT END CONTINUE
004970             NOT AT END MOVE PMC-TERM TO EX-PARM-TERM
004980     END-READ.
004990     CLOSE PARM-FILE.
005000     PERFORM 7000-READ-COURSE.
005010     PERFORM 1100-VERIFY-TERM.
005020     READ ROOMMST-FILE INTO ROOMMST-DATA
005030             AT END SET ROOMMST-EOF TO TRUE
005040     END-READ.
005050     PERFORM 1200-LOAD-ROOMS THRU 1200-EXIT
005060             UNTIL ROOMMST-EOF.
005070     CLOSE ROOMMST-FILE.
005080     READ EXAMBLK-FILE INTO EXAMBLK-DATA
005090             AT END SET EXAMBLK-EOF TO TRUE
005100     END-READ.
005110     PERFORM 1300-LOAD-BLOCKS THRU 1300-EXIT
005120             UNTIL EXAMBLK-EOF.
005130     CLOSE EXAMBLK-FILE.
005140     MOVE CH-TERM TO SH-TERM.
005150     MOVE CH-TERM TO CH-TERM-O.
005160     WRITE SCHED-REC FROM SCHED-HEADING1
005170             AFTER ADVANCING PAGE.
005180     WRITE SCHED-REC FROM SCHED-HEADING2
005190             AFTER ADVANCING 1 LINE.
005200     WRITE CONFLICT-REC FROM CNF-HEADING1
005210             AFTER ADVANCING PAGE.
005220*
005230******************************************************************
005240* STOPS THE RUN COLD WHEN THE TERM CODE ON THE PARM CARD DOES ***
005250* NOT MATCH THE TERM THE MASTER'S HEADER CARRIES - LAST TERM'S ***
005260* MASTER WOULD PRODUCE A PLAUSIBLE BUT WRONG SCHEDULE ***
005270******************************************************************
005280 1100-VERIFY-TERM.
005290     IF EX-PARM-TERM NOT = SPACES
005300       AND EX-PARM-TERM NOT = CH-TERM
005310     THEN
005320         DISPLAY 'TERM MISMATCH - PARM ' EX-PARM-TERM
005330             ' BUT DA-S-COURSE CARRIES ' CH-TERM
005340         CLOSE COURSE-FILE, ROOMMST-FILE, EXAMBLK-FILE,
005350               SCHED-FILE, CONFLICT-FILE
005360         MOVE 20 TO RETURN-CODE
005370         PERFORM 9500-WRITE-STATUS
005380         STOP RUN
005390     END-IF.
005400*
005410******************************************************************
005420* LOADS THE ROOM MASTER INTO A TABLE ***
005430******************************************************************
005440 1200-LOAD-ROOMS.
005450     IF EX-ROOM-COUNT < EX-MAX-ROOMS
005460     THEN
005470         ADD 1 TO EX-ROOM-COUNT
005480         MOVE RM-BUILDING TO RT-BUILDING(EX-ROOM-COUNT)
005490         MOVE RM-ROOM TO RT-ROOM(EX-ROOM-COUNT)
005500         MOVE RM-CAPACITY TO RT-CAPACITY(EX-ROOM-COUNT)
005510         MOVE 0 TO RT-BOOK-COUNT(EX-ROOM-COUNT)
005520     ELSE
005530         DISPLAY 'ROOM MASTER TABLE FULL - ' RM-BUILDING
005540             RM-ROOM ' NOT LOADED'
005550         ADD 1 TO EX-DROPPED-COUNT
005560     END-IF.
005570     READ ROOMMST-FILE INTO ROOMMST-DATA
005580             AT END SET ROOMMST-EOF TO TRUE
005590     END-READ.
005600 1200-EXIT.
005610     EXIT.
005620*
005630******************************************************************
005640* LOADS THE EXAM-BLOCK TABLE, TURNING EXAM START AND LENGTH ***
005650* INTO START AND END MINUTES.  A BLOCK WHOSE EXAM DAY IS NOT 1 ***
005652* THROUGH 6 HAS NO DAY ON THE SCHEDULE AND IS REJECTED ***
005660******************************************************************
005670 1300-LOAD-BLOCKS.
005671     IF EB-EXAM-DAY NOT NUMERIC
005672       OR EB-EXAM-DAY = 0 OR EB-EXAM-DAY > 6
005673     THEN
005674         DISPLAY 'EXAM BLOCK REJECTED - ' EB-DAYS ' '
005675             EB-FROM-TIME ' EXAM DAY ' EB-EXAM-DAY ' NOT 1-6'
005676         ADD 1 TO EX-BAD-BLOCKS
005677         GO TO 1300-NEXT
005678     END-IF.
005680     IF EX-BLOCK-COUNT < EX-MAX-BLOCKS
005690     THEN
005700         ADD 1 TO EX-BLOCK-COUNT
005710         MOVE EB-DAYS TO BT-DAYS(EX-BLOCK-COUNT)
005720         MOVE EB-FROM-TIME TO BT-FROM-TIME(EX-BLOCK-COUNT)
005730         MOVE EB-TO-TIME TO BT-TO-TIME(EX-BLOCK-COUNT)
005740         MOVE EB-EXAM-DAY TO BT-EXAM-DAY(EX-BLOCK-COUNT)
005750         DIVIDE EB-EXAM-START BY 100
005760                 GIVING EX-WORK-HOUR REMAINDER EX-WORK-MIN
005770         COMPUTE BT-EXAM-START(EX-BLOCK-COUNT) =
005780                 EX-WORK-HOUR * 60 + EX-WORK-MIN
005790         COMPUTE BT-EXAM-END(EX-BLOCK-COUNT) =
005800                 BT-EXAM-START(EX-BLOCK-COUNT) + EB-EXAM-DUR
005810     ELSE
005820         DISPLAY 'EXAM BLOCK TABLE FULL - ' EB-DAYS ' '
005830             EB-FROM-TIME ' NOT LOADED'
005840         ADD 1 TO EX-DROPPED-COUNT
005850     END-IF.
005852 1300-NEXT.
005860     READ EXAMBLK-FILE INTO EXAMBLK-DATA
005870             AT END SET EXAMBLK-EOF TO TRUE
005880     END-READ.
005890 1300-EXIT.
005900     EXIT.
005910*
005920******************************************************************
005930* LOADS ONE SECTION FROM THE MASTER AND GIVES IT ITS EXAM ***
005940* BLOCK, THEN READS THE NEXT RECORD ***
005950******************************************************************
005960 2000-LOAD-SECTIONS.
005970     ADD 1 TO EX-SECTIONS-READ.
005980     IF EX-SECT-COUNT NOT < EX-MAX-SECTS
005990     THEN
006000         DISPLAY 'SECTION TABLE FULL - ' EX-COURSE-KEY
006010             ' NOT SCHEDULED'
006020         ADD 1 TO EX-DROPPED-COUNT
006030         GO TO 2000-NEXT
006040     END-IF.
006050     ADD 1 TO EX-SECT-COUNT.
006060     MOVE EX-SECT-COUNT TO EX-S.
006070     MOVE EX-COURSE-KEY TO ST-KEY(EX-S).
006080     MOVE C-TITLE TO ST-TITLE(EX-S).
006090     MOVE C-CLASSLIMIT TO ST-LIMIT(EX-S).
006100     MOVE C-DAY-PATTERN TO ST-DAYS(EX-S).
006110     COMPUTE ST-START-HHMM(EX-S) =
006120             C-STARTING-HOUR * 100 + C-STARTING-MIN.
006130     MOVE C-BUILDING TO ST-OWN-BUILDING(EX-S).
006140     MOVE C-ROOM TO ST-OWN-ROOM(EX-S).
006150     MOVE 0 TO ST-EXAM-DAY(EX-S).
006160     MOVE 0 TO ST-EXAM-START(EX-S).
006170     MOVE 0 TO ST-EXAM-END(EX-S).
006180     MOVE 0 TO ST-ROOM-IDX(EX-S).
006190     PERFORM 2100-ASSIGN-BLOCK.
006200 2000-NEXT.
006210     PERFORM 7000-READ-COURSE.
006220 2000-EXIT.
006230     EXIT.
006240*
006250******************************************************************
006260* FINDS THE FIRST EXAM BLOCK WHOSE PATTERN IS THE SECTION'S ***
006270* MEETING DAYS AND WHOSE TIME RANGE HOLDS ITS STARTING TIME ***
006280******************************************************************
006290 2100-ASSIGN-BLOCK.
006300     IF ST-DAYS(EX-S) = SPACES
006310     THEN
006320         MOVE 'N' TO ST-STATUS(EX-S)
006330         ADD 1 TO EX-NO-DAYS
006340     ELSE
006350         MOVE 'N' TO BLOCK-FOUND-SW
006360         PERFORM 2150-PROBE-BLOCK
006370                 VARYING EX-B FROM 1 BY 1
006380                 UNTIL EX-B > EX-BLOCK-COUNT
006390                 OR BLOCK-FOUND
006400         IF BLOCK-FOUND
006410         THEN
006420             MOVE 'P' TO ST-STATUS(EX-S)
006430         ELSE
006440             MOVE 'B' TO ST-STATUS(EX-S)
006450             ADD 1 TO EX-NO-BLOCK
006460         END-IF
006470     END-IF.
006480*
006490 2150-PROBE-BLOCK.
006500     IF BT-DAYS(EX-B) = ST-DAYS(EX-S)
006510       AND ST-START-HHMM(EX-S) NOT < BT-FROM-TIME(EX-B)
006520       AND ST-START-HHMM(EX-S) NOT > BT-TO-TIME(EX-B)
006530     THEN
006540         SET BLOCK-FOUND TO TRUE
006550         MOVE BT-EXAM-DAY(EX-B) TO ST-EXAM-DAY(EX-S)
006560         MOVE BT-EXAM-START(EX-B) TO ST-EXAM-START(EX-S)
006570         MOVE BT-EXAM-END(EX-B) TO ST-EXAM-END(EX-S)
006580     END-IF.
006590*
006600******************************************************************
006610* MARKS THE ENTRY AFTER THE LAST SECTION WITH A HIGH-VALUES ***
006620* KEY SO THE REGISTRATION JOIN NEVER RUNS OFF THE TABLE ***
006630******************************************************************
006640 2900-SET-SENTINEL.
006650     COMPUTE EX-S = EX-SECT-COUNT + 1.
006660     MOVE HIGH-VALUES TO ST-KEY(EX-S).
006670     MOVE 'N' TO ST-STATUS(EX-S).
006680*
006690******************************************************************
006700* FIRST PASS - BOOKS EACH PENDING EXAM INTO THE SECTION'S OWN ***
006710* ROOM WHEN THE ROOM MASTER HAS IT, IT SEATS THE CLASS LIMIT, ***
006720* AND NO EARLIER EXAM HOLDS IT AT AN OVERLAPPING TIME ***
006730******************************************************************
006740 3000-PLACE-OWN-ROOM.
006750     IF ST-STATUS(EX-S) = 'P'
006760     THEN
006770         MOVE 0 TO EX-BEST-R
006780         PERFORM 3010-FIND-OWN-ROOM
006790                 VARYING EX-R FROM 1 BY 1
006800                 UNTIL EX-R > EX-ROOM-COUNT
006810                 OR EX-BEST-R > 0
006820         IF EX-BEST-R > 0
006830         THEN
006840             MOVE EX-BEST-R TO EX-R
006850             PERFORM 3300-CHECK-ROOM-FREE
006860             IF NOT ROOM-BUSY
006870               AND RT-CAPACITY(EX-R) NOT < ST-LIMIT(EX-S)
006880             THEN
006890                 PERFORM 3400-BOOK-ROOM
006900                 MOVE 'O' TO ST-STATUS(EX-S)
006910                 ADD 1 TO EX-OWN-ROOM
006920             END-IF
006930         END-IF
006940     END-IF.
006950*
006960 3010-FIND-OWN-ROOM.
006970     IF RT-BUILDING(EX-R) = ST-OWN-BUILDING(EX-S)
006980       AND RT-ROOM(EX-R) = ST-OWN-ROOM(EX-S)
006990     THEN
007000         MOVE EX-R TO EX-BEST-R
007010     END-IF.
007020*
007030******************************************************************
007040* SECOND PASS - AN EXAM STILL PENDING GOES TO THE SMALLEST ***
007050* ROOM THAT SEATS THE CLASS LIMIT AND IS FREE AT THE EXAM TIME ***
007060******************************************************************
007070 3100-PLACE-OTHER-ROOM.
007080     IF ST-STATUS(EX-S) = 'P'
007090     THEN
007100         MOVE 0 TO EX-BEST-R
007110         PERFORM 3110-PROBE-ROOM
007120                 VARYING EX-R FROM 1 BY 1
007130                 UNTIL EX-R > EX-ROOM-COUNT
007140         IF EX-BEST-R > 0
007150         THEN
007160             MOVE EX-BEST-R TO EX-R
007170             PERFORM 3400-BOOK-ROOM
007180             MOVE 'L' TO ST-STATUS(EX-S)
007190             ADD 1 TO EX-LARGER-ROOM
007200         ELSE
007210             MOVE 'R' TO ST-STATUS(EX-S)
007220             ADD 1 TO EX-NO-ROOM
007230         END-IF
007240     END-IF.
007250*
007260 3110-PROBE-ROOM.
007270     IF RT-CAPACITY(EX-R) NOT < ST-LIMIT(EX-S)
007280     THEN
007290         IF EX-BEST-R = 0
007300           OR RT-CAPACITY(EX-R) < RT-CAPACITY(EX-BEST-R)
007310         THEN
007320             PERFORM 3300-CHECK-ROOM-FREE
007330             IF NOT ROOM-BUSY
007340             THEN
007350                 MOVE EX-R TO EX-BEST-R
007360             END-IF
007370         END-IF
007380     END-IF.
007390*
007400******************************************************************
007410* SETS ROOM-BUSY WHEN ROOM EX-R ALREADY HOLDS AN EXAM ON THE ***
007420* SAME DAY AT AN OVERLAPPING TIME AS SECTION EX-S, OR CAN TAKE ***
007430* NO MORE BOOKINGS ***
007440******************************************************************
007450 3300-CHECK-ROOM-FREE.
007460     MOVE 'N' TO ROOM-BUSY-SW.
007470     IF RT-BOOK-COUNT(EX-R) NOT < EX-MAX-BOOKINGS
007480     THEN
007490         SET ROOM-BUSY TO TRUE
007500     END-IF.
007510     PERFORM 3310-PROBE-BOOKING
007520             VARYING EX-K FROM 1 BY 1
007530             UNTIL EX-K > RT-BOOK-COUNT(EX-R)
007540             OR ROOM-BUSY.
007550*
007560 3310-PROBE-BOOKING.
007570     MOVE RT-BOOKED-SECT(EX-R, EX-K) TO EX-T.
007580     IF ST-EXAM-DAY(EX-T) = ST-EXAM-DAY(EX-S)
007590       AND ST-EXAM-START(EX-T) < ST-EXAM-END(EX-S)
007600       AND ST-EXAM-START(EX-S) < ST-EXAM-END(EX-T)
007610     THEN
007620         SET ROOM-BUSY TO TRUE
007630     END-IF.
007640*
007650******************************************************************
007660* BOOKS SECTION EX-S INTO ROOM EX-R ***
007670******************************************************************
007680 3400-BOOK-ROOM.
007690     ADD 1 TO RT-BOOK-COUNT(EX-R).
007700     MOVE EX-S TO RT-BOOKED-SECT(EX-R, RT-BOOK-COUNT(EX-R)).
007710     MOVE EX-R TO ST-ROOM-IDX(EX-S).
007720*
007730******************************************************************
007740* PRINTS ONE SECTION OF THE SCHEDULE - THE MASTER IS IN KEY ***
007750* SEQUENCE, SO A NEW ABB STARTS A NEW DEPARTMENT ***
007760******************************************************************
007770 4000-PRINT-SCHEDULE.
007780     IF ST-ABB(EX-S) NOT = EX-PREV-ABB
007790     THEN
007800         MOVE ST-ABB(EX-S) TO SD-ABB
007810         WRITE SCHED-REC FROM SCHED-DEPT-LINE
007820                 AFTER ADVANCING 2 LINES
007830         MOVE ST-ABB(EX-S) TO EX-PREV-ABB
007840     END-IF.
007850     MOVE ST-ABB(EX-S) TO SX-ABB-O.
007860     MOVE ST-NUMB(EX-S) TO SX-NUMB-O.
007870     MOVE ST-SEC(EX-S) TO SX-SEC-O.
007880     MOVE ST-TITLE(EX-S) TO SX-TITLE-O.
007890     MOVE ST-LIMIT(EX-S) TO SX-LIMIT-O.
007900     MOVE ST-DAYS(EX-S) TO SX-DAYS-O.
007910     IF ST-DAYS(EX-S) = SPACES
007920     THEN
007930         MOVE SPACES TO SX-CLASS-TIME-O
007940     ELSE
007950         DIVIDE ST-START-HHMM(EX-S) BY 100
007960                 GIVING EX-WORK-HOUR REMAINDER EX-WORK-MIN
007970         MOVE EX-WORK-HOUR TO TE-CLASS-HOUR
007980         MOVE EX-WORK-MIN TO TE-CLASS-MIN
007990         MOVE TE-CLASS-TIME TO SX-CLASS-TIME-O
008000     END-IF.
008010     PERFORM 4100-FORMAT-EXAM-TIME.
008020     EVALUATE ST-STATUS(EX-S)
008030         WHEN 'O'
008040             MOVE 'OWN ROOM' TO SX-NOTE-O
008050         WHEN 'L'
008060             MOVE 'LARGER ROOM' TO SX-NOTE-O
008070         WHEN 'R'
008080             MOVE '** NO ROOM FREE' TO SX-NOTE-O
008090         WHEN 'B'
008100             MOVE '** NO EXAM BLOCK' TO SX-NOTE-O
008110         WHEN OTHER
008120             MOVE 'NO MEETING DAYS' TO SX-NOTE-O
008130     END-EVALUATE.
008140     IF ST-ROOM-IDX(EX-S) > 0
008150     THEN
008160         MOVE RT-BUILDING(ST-ROOM-IDX(EX-S)) TO SX-BUILDING-O
008170         MOVE RT-ROOM(ST-ROOM-IDX(EX-S)) TO SX-ROOM-O
008180     ELSE
008190         MOVE SPACES TO SX-BUILDING-O
008200         MOVE 'TBA' TO SX-ROOM-O
008210     END-IF.
008220     WRITE SCHED-REC FROM SCHED-DETAIL
008230             AFTER ADVANCING 1 LINE.
008240*
008250******************************************************************
008260* FORMATS SECTION EX-S'S EXAM DAY AND TIMES INTO THE SCHEDULE ***
008270* LINE - BLANK WHEN THE SECTION HAS NO EXAM TIME ***
008280******************************************************************
008290 4100-FORMAT-EXAM-TIME.
008300     IF ST-EXAM-DAY(EX-S) = 0
008310     THEN
008320         MOVE SPACES TO SX-EXAM-TIME-O
008330     ELSE
008340         MOVE EXAM-DAY-NAME(ST-EXAM-DAY(EX-S)) TO TE-DAY
008350         DIVIDE ST-EXAM-START(EX-S) BY 60
008360                 GIVING EX-WORK-HOUR REMAINDER EX-WORK-MIN
008370         MOVE EX-WORK-HOUR TO TE-FROM-HOUR
008380         MOVE EX-WORK-MIN TO TE-FROM-MIN
008390         DIVIDE ST-EXAM-END(EX-S) BY 60
008400                 GIVING EX-WORK-HOUR REMAINDER EX-WORK-MIN
008410         MOVE EX-WORK-HOUR TO TE-TO-HOUR
008420         MOVE EX-WORK-MIN TO TE-TO-MIN
008430         MOVE TE-EXAM-TIME TO SX-EXAM-TIME-O
008440     END-IF.
008450*
008460******************************************************************
008470* SORT INPUT PROCEDURE - WALKS THE REGISTRATION DETAIL ALONG ***
008480* THE SECTION TABLE (BOTH IN KEY SEQUENCE) AND RELEASES EVERY ***
008490* REGISTRATION IN A SECTION THAT HAS AN EXAM TIME ***
008500******************************************************************
008510 5000-JOIN-REGISTRATIONS.
008520     OPEN INPUT REGDETL-FILE.
008522     SET REGDETL-OPEN TO TRUE.
008530     MOVE 1 TO EX-S.
008540     PERFORM 7100-READ-DETAIL.
008550     PERFORM 5100-JOIN-ONE THRU 5100-EXIT
008560             UNTIL REGDETL-EOF.
008570     CLOSE REGDETL-FILE.
008572     MOVE 'N' TO REGDETL-OPEN-SW.
008580 5000-EXIT.
008590     EXIT.
008600*
008610 5100-JOIN-ONE.
008620     PERFORM 5150-ADVANCE-SECT
008630             UNTIL ST-KEY(EX-S) NOT < RD-KEY.
008640     IF ST-KEY(EX-S) = RD-KEY AND ST-EXAM-DAY(EX-S) > 0
008650     THEN
008660         MOVE RD-STUDENT-ID TO SE-STUDENT-ID
008670         MOVE ST-EXAM-DAY(EX-S) TO SE-DAY
008680         MOVE ST-EXAM-START(EX-S) TO SE-START
008690         MOVE ST-KEY(EX-S) TO SE-SECT-KEY
008700         MOVE ST-EXAM-END(EX-S) TO SE-END
008710         MOVE RD-STUDENT-NAME TO SE-STUDENT-NAME
008720         IF ST-ROOM-IDX(EX-S) > 0
008730         THEN
008740             MOVE RT-BUILDING(ST-ROOM-IDX(EX-S)) TO SE-BUILDING
008750             MOVE RT-ROOM(ST-ROOM-IDX(EX-S)) TO SE-ROOM
008760         ELSE
008770             MOVE SPACES TO SE-BUILDING
008780             MOVE 'TBA' TO SE-ROOM
008790         END-IF
008800         RELEASE SORT-EXAM-REC
008810         ADD 1 TO EX-EXAMS-JOINED
008820     END-IF.
008830     PERFORM 7100-READ-DETAIL.
008840 5100-EXIT.
008850     EXIT.
008860*
008870 5150-ADVANCE-SECT.
008880     ADD 1 TO EX-S.
008890*
008900******************************************************************
008910* SORT OUTPUT PROCEDURE - GATHERS EACH STUDENT'S EXAMS AND ***
008920* CHECKS THEM ON THE STUDENT BREAK ***
008930******************************************************************
008940 6000-FIND-CONFLICTS.
008950     PERFORM 6050-GET-NEXT THRU 6050-EXIT.
008960     PERFORM 6100-ONE-EXAM THRU 6100-EXIT
008970             UNTIL SORT-EOF.
008980     IF EX-EXAM-COUNT > 0
008990     THEN
009000         PERFORM 6200-CHECK-STUDENT
009010     END-IF.
009020 6000-EXIT.
009030     EXIT.
009040*
009050 6050-GET-NEXT.
009060     RETURN SORT-EXAM-WORK
009070             AT END SET SORT-EOF TO TRUE
009080     END-RETURN.
009090 6050-EXIT.
009100     EXIT.
009110*
009120 6100-ONE-EXAM.
009130     IF SE-STUDENT-ID NOT = EX-PREV-STUDENT
009140       AND EX-EXAM-COUNT > 0
009150     THEN
009160         PERFORM 6200-CHECK-STUDENT
009170     END-IF.
009180     MOVE SE-STUDENT-ID TO EX-PREV-STUDENT.
009190     MOVE SE-STUDENT-NAME TO EX-PREV-NAME.
009200     IF EX-EXAM-COUNT < EX-MAX-EXAMS
009210     THEN
009220         ADD 1 TO EX-EXAM-COUNT
009230         MOVE SE-SECT-KEY TO SX-SECT-KEY(EX-EXAM-COUNT)
009240         MOVE SE-DAY TO SX-DAY(EX-EXAM-COUNT)
009250         MOVE SE-START TO SX-START(EX-EXAM-COUNT)
009260         MOVE SE-END TO SX-END(EX-EXAM-COUNT)
009270         MOVE SE-BUILDING TO SX-BUILDING(EX-EXAM-COUNT)
009280         MOVE SE-ROOM TO SX-ROOM(EX-EXAM-COUNT)
009290         MOVE 'N' TO SX-CLASH(EX-EXAM-COUNT)
009300         MOVE 'N' TO SX-HEAVY(EX-EXAM-COUNT)
009310     ELSE
009320         DISPLAY 'STUDENT EXAM TABLE FULL - ' SE-STUDENT-ID
009330             ' ' SE-SECT-KEY ' NOT CHECKED'
009340         ADD 1 TO EX-DROPPED-COUNT
009350     END-IF.
009360     PERFORM 6050-GET-NEXT THRU 6050-EXIT.
009370 6100-EXIT.
009380     EXIT.
009390*
009400******************************************************************
009410* CHECKS ONE STUDENT'S EXAMS - THEY ARRIVE IN DAY AND START ***
009420* ORDER, SO A LATER EXAM ON THE SAME DAY THAT STARTS BEFORE AN ***
009430* EARLIER ONE ENDS IS A CLASH.  THREE OR MORE ON ONE DAY ARE ***
009440* FLAGGED TOGETHER.  A FLAGGED STUDENT IS PRINTED WITH THE ***
009450* EXAMS INVOLVED ***
009460******************************************************************
009470 6200-CHECK-STUDENT.
009480     MOVE 'N' TO STUDENT-FLAGGED-SW.
009490     MOVE 'N' TO STUDENT-CLASH-SW.
009500     MOVE 'N' TO STUDENT-HEAVY-SW.
009510     PERFORM 6210-CHECK-EXAM
009520             VARYING EX-I FROM 1 BY 1
009530             UNTIL EX-I > EX-EXAM-COUNT.
009540     IF STUDENT-FLAGGED
009550     THEN
009560         MOVE EX-PREV-STUDENT TO CS-STUDENT-ID
009570         MOVE EX-PREV-NAME TO CS-STUDENT-NAME
009580         WRITE CONFLICT-REC FROM CNF-STUDENT-LINE
009590                 AFTER ADVANCING 2 LINES
009600         PERFORM 6300-PRINT-EXAM
009610                 VARYING EX-I FROM 1 BY 1
009620                 UNTIL EX-I > EX-EXAM-COUNT
009630     END-IF.
009640     IF STUDENT-CLASH
009650     THEN
009660         ADD 1 TO EX-CLASH-STUDENTS
009670     END-IF.
009680     IF STUDENT-HEAVY
009690     THEN
009700         ADD 1 TO EX-HEAVY-STUDENTS
009710     END-IF.
009720     MOVE 0 TO EX-EXAM-COUNT.
009730*
009740 6210-CHECK-EXAM.
009750     MOVE 0 TO EX-DAY-EXAMS.
009760     PERFORM 6220-COMPARE-EXAM
009770             VARYING EX-J FROM 1 BY 1
009780             UNTIL EX-J > EX-EXAM-COUNT.
009790     IF EX-DAY-EXAMS > 2
009800     THEN
009810         MOVE 'Y' TO SX-HEAVY(EX-I)
009820         SET STUDENT-HEAVY TO TRUE
009830         SET STUDENT-FLAGGED TO TRUE
009840     END-IF.
009850*
009860 6220-COMPARE-EXAM.
009870     IF SX-DAY(EX-J) = SX-DAY(EX-I)
009880     THEN
009890         ADD 1 TO EX-DAY-EXAMS
009900         IF EX-J > EX-I
009910           AND SX-START(EX-J) < SX-END(EX-I)
009920         THEN
009930             MOVE 'Y' TO SX-CLASH(EX-I)
009940             MOVE 'Y' TO SX-CLASH(EX-J)
009950             SET STUDENT-CLASH TO TRUE
009960             SET STUDENT-FLAGGED TO TRUE
009970         END-IF
009980     END-IF.
009990*
010000 6300-PRINT-EXAM.
010010     IF SX-CLASH(EX-I) = 'Y' OR SX-HEAVY(EX-I) = 'Y'
010020     THEN
010030         MOVE SX-ABB(EX-I) TO CE-ABB
010040         MOVE SX-NUMB(EX-I) TO CE-NUMB
010050         MOVE SX-SEC(EX-I) TO CE-SEC
010060         MOVE EXAM-DAY-NAME(SX-DAY(EX-I)) TO TE-DAY
010070         DIVIDE SX-START(EX-I) BY 60
010080                 GIVING EX-WORK-HOUR REMAINDER EX-WORK-MIN
010090         MOVE EX-WORK-HOUR TO TE-FROM-HOUR
010100         MOVE EX-WORK-MIN TO TE-FROM-MIN
010110         DIVIDE SX-END(EX-I) BY 60
010120                 GIVING EX-WORK-HOUR REMAINDER EX-WORK-MIN
010130         MOVE EX-WORK-HOUR TO TE-TO-HOUR
010140         MOVE EX-WORK-MIN TO TE-TO-MIN
010150         MOVE TE-EXAM-TIME TO CE-EXAM-TIME
010160         MOVE SX-BUILDING(EX-I) TO CE-BUILDING
010170         MOVE SX-ROOM(EX-I) TO CE-ROOM
010180         EVALUATE TRUE
010190             WHEN SX-CLASH(EX-I) = 'Y' AND SX-HEAVY(EX-I) = 'Y'
010200                 MOVE 'SAME TIME, 3 OR MORE IN DAY' TO CE-REASON
010210             WHEN SX-CLASH(EX-I) = 'Y'
010220                 MOVE 'TWO EXAMS AT THE SAME TIME' TO CE-REASON
010230             WHEN OTHER
010240                 MOVE 'THREE OR MORE EXAMS IN DAY' TO CE-REASON
010250         END-EVALUATE
010260         WRITE CONFLICT-REC FROM CNF-EXAM-LINE
010270                 AFTER ADVANCING 1 LINE
010280     END-IF.
010290*
010300******************************************************************
010310* CHECKS THE TRAILER COUNT AND CLASSLIMIT HASH TOTAL AGAINST ***
010320* WHAT WAS ACTUALLY READ - A STALE OR TRUNCATED MASTER WOULD ***
010330* LEAVE SECTIONS WITHOUT AN EXAM, SO THE FAILURE IS FLAGGED ***
010340******************************************************************
010350 6600-VERIFY-CONTROLS.
010360     IF NOT TRAILER-FOUND
010370     THEN
010380         SET CONTROL-FAILED TO TRUE
010390     END-IF.
010400     IF TRAILER-FOUND AND
010410        ( CT-COUNT NOT = EX-CTL-READ-COUNT
010420          OR CT-HASH NOT = EX-CTL-HASH-TOTAL )
010430     THEN
010440         SET CONTROL-FAILED TO TRUE
010450     END-IF.
010460     IF CONTROL-FAILED
010470     THEN
010480         MOVE CT-COUNT TO CF-EXP-COUNT
010490         MOVE CT-HASH TO CF-EXP-HASH
010500         MOVE EX-CTL-READ-COUNT TO CF-ACT-COUNT
010510         MOVE EX-CTL-HASH-TOTAL TO CF-ACT-HASH
010520         WRITE SCHED-REC FROM SCHED-CTL-FAIL
010530                 AFTER ADVANCING 2 LINES
010540         DISPLAY 'CONTROL TOTAL FAILURE ON DA-S-COURSE'
010550     END-IF.
010560*
010570******************************************************************
010580* READS DA-S-COURSE, SKIPPING THE HEADER AND CAPTURING THE ***
010590* TRAILER CONTROL RECORD, ACCUMULATING THE DATA-RECORD COUNT ***
010600* AND CLASSLIMIT HASH TOTAL, AND CHECKING KEY SEQUENCE ***
010610******************************************************************
010620 7000-READ-COURSE.
010630     READ COURSE-FILE INTO COURSE-DATA
010640             AT END SET END-OF-DATA TO TRUE
010650     END-READ.
010660     IF NOT END-OF-DATA AND C-ABB = 'HDR'
010670     THEN
010680         MOVE COURSE-DATA TO CONTROL-HEADER-REC
010690         GO TO 7000-READ-COURSE
010700     END-IF.
010710     IF NOT END-OF-DATA AND C-ABB = 'TRL'
010720     THEN
010730         MOVE COURSE-DATA TO CONTROL-TRAILER-REC
010740         MOVE 'Y' TO TRAILER-FOUND-SW
010750         GO TO 7000-READ-COURSE
010760     END-IF.
010770     IF NOT END-OF-DATA
010780     THEN
010790         ADD 1 TO EX-CTL-READ-COUNT
010800         ADD C-CLASSLIMIT TO EX-CTL-HASH-TOTAL
010810     END-IF.
010820     MOVE C-ABB TO EX-C-ABB.
010830     MOVE C-NUMB TO EX-C-NUMB.
010840     MOVE C-SEC TO EX-C-SEC.
010850     IF EX-COURSE-KEY < EX-PREV-COURSE-KEY
010860     THEN
010870         DISPLAY 'DA-S-COURSE OUT OF SEQUENCE AT KEY '
010880             EX-COURSE-KEY
010890         PERFORM 9900-SEQUENCE-ABORT
010900     END-IF.
010910     MOVE EX-COURSE-KEY TO EX-PREV-COURSE-KEY.
010920*
010930******************************************************************
010940* READS THE REGISTRATION DETAIL AND CHECKS ITS KEY SEQUENCE ***
010950******************************************************************
010960 7100-READ-DETAIL.
010970     READ REGDETL-FILE INTO REGDETL-DATA
010980             AT END SET REGDETL-EOF TO TRUE
010990             NOT AT END ADD 1 TO EX-DETAILS-READ
011000     END-READ.
011010     IF RD-KEY < EX-PREV-DETAIL-KEY
011020     THEN
011030         DISPLAY 'DA-S-REGDETL OUT OF SEQUENCE AT KEY ' RD-KEY
011040         PERFORM 9900-SEQUENCE-ABORT
011050     END-IF.
011060     MOVE RD-KEY TO EX-PREV-DETAIL-KEY.
011070*
011080******************************************************************
011090* PRINTS THE PLACEMENT TOTALS AT THE FOOT OF THE SCHEDULE ***
011100******************************************************************
011110 8000-PRINT-SCHED-TOTALS.
011120     MOVE SPACES TO SCHED-REC.
011130     WRITE SCHED-REC AFTER ADVANCING 1 LINE.
011140     MOVE 'SECTIONS READ                 ' TO SG-LABEL.
011150     MOVE EX-SECTIONS-READ TO SG-COUNT.
011160     WRITE SCHED-REC FROM SCHED-TOTAL-LINE
011170             AFTER ADVANCING 1 LINE.
011180     MOVE 'EXAMS IN OWN ROOM             ' TO SG-LABEL.
011190     MOVE EX-OWN-ROOM TO SG-COUNT.
011200     WRITE SCHED-REC FROM SCHED-TOTAL-LINE
011210             AFTER ADVANCING 1 LINE.
011220     MOVE 'EXAMS MOVED TO ANOTHER ROOM   ' TO SG-LABEL.
011230     MOVE EX-LARGER-ROOM TO SG-COUNT.
011240     WRITE SCHED-REC FROM SCHED-TOTAL-LINE
011250             AFTER ADVANCING 1 LINE.
011260     MOVE 'EXAMS WITH NO ROOM FREE       ' TO SG-LABEL.
011270     MOVE EX-NO-ROOM TO SG-COUNT.
011280     WRITE SCHED-REC FROM SCHED-TOTAL-LINE
011290             AFTER ADVANCING 1 LINE.
011300     MOVE 'SECTIONS WITH NO EXAM BLOCK   ' TO SG-LABEL.
011310     MOVE EX-NO-BLOCK TO SG-COUNT.
011320     WRITE SCHED-REC FROM SCHED-TOTAL-LINE
011330             AFTER ADVANCING 1 LINE.
011340     MOVE 'SECTIONS WITH NO MEETING DAYS ' TO SG-LABEL.
011350     MOVE EX-NO-DAYS TO SG-COUNT.
011360     WRITE SCHED-REC FROM SCHED-TOTAL-LINE
011370             AFTER ADVANCING 1 LINE.
011372     MOVE 'EXAM BLOCKS REJECTED          ' TO SG-LABEL.
011374     MOVE EX-BAD-BLOCKS TO SG-COUNT.
011376     WRITE SCHED-REC FROM SCHED-TOTAL-LINE
011378             AFTER ADVANCING 1 LINE.
011380*
011390******************************************************************
011400* PRINTS THE TOTALS AT THE FOOT OF THE CONFLICT REPORT ***
011410******************************************************************
011420 8100-PRINT-CNF-TOTALS.
011430     MOVE SPACES TO CONFLICT-REC.
011440     WRITE CONFLICT-REC AFTER ADVANCING 2 LINES.
011450     MOVE 'REGISTRATIONS READ            ' TO SG-LABEL.
011460     MOVE EX-DETAILS-READ TO SG-COUNT.
011470     WRITE CONFLICT-REC FROM SCHED-TOTAL-LINE
011480             AFTER ADVANCING 1 LINE.
011490     MOVE 'STUDENT EXAMS CHECKED         ' TO SG-LABEL.
011500     MOVE EX-EXAMS-JOINED TO SG-COUNT.
011510     WRITE CONFLICT-REC FROM SCHED-TOTAL-LINE
011520             AFTER ADVANCING 1 LINE.
011530     MOVE 'STUDENTS WITH EXAMS AT ONCE   ' TO SG-LABEL.
011540     MOVE EX-CLASH-STUDENTS TO SG-COUNT.
011550     WRITE CONFLICT-REC FROM SCHED-TOTAL-LINE
011560             AFTER ADVANCING 1 LINE.
011570     MOVE 'STUDENTS WITH 3+ IN ONE DAY   ' TO SG-LABEL.
011580     MOVE EX-HEAVY-STUDENTS TO SG-COUNT.
011590     WRITE CONFLICT-REC FROM SCHED-TOTAL-LINE
011600             AFTER ADVANCING 1 LINE.
011610*
011620******************************************************************
011630* CLOSES FILES ***
011640******************************************************************
011650 9000-TERMINATE.
011660     CLOSE COURSE-FILE, SCHED-FILE, CONFLICT-FILE.
011670*
011680******************************************************************
011690* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN THE ***
011700* CONTROL TOTALS FAILED, 8 WHEN A TABLE OVERFLOWED OR AN EXAM ***
011702* BLOCK WAS REJECTED, 4 WHEN ANY ***
011710* SECTION WENT UNSCHEDULED OR ANY STUDENT HAS A CONFLICT ***
011720******************************************************************
011730 9100-SET-RETURN-CODE.
011740     IF CONTROL-FAILED
011750     THEN
011760         MOVE 12 TO RETURN-CODE
011770     ELSE
011780         IF EX-DROPPED-COUNT > 0 OR EX-BAD-BLOCKS > 0
011790         THEN
011800             MOVE 8 TO RETURN-CODE
011810         ELSE
011820             IF EX-NO-ROOM > 0 OR EX-NO-BLOCK > 0
011830               OR EX-CLASH-STUDENTS > 0 OR EX-HEAVY-STUDENTS > 0
011840             THEN
011850                 MOVE 4 TO RETURN-CODE
011860             END-IF
011870         END-IF
011880     END-IF.
011890*
011900******************************************************************
011910* ABORTS THE RUN WHEN AN INPUT FILE IS FOUND OUT OF KEY ***
011920* SEQUENCE - THE JOIN WOULD MISS REGISTRATIONS AND UNDER- ***
011922* REPORT CONFLICTS, SO THE RUN STOPS INSTEAD.  THE DETAIL FILE ***
011924* IS CLOSED ONLY WHEN IT HAS BEEN OPENED ***
011940******************************************************************
011950 9900-SEQUENCE-ABORT.
011960     CLOSE COURSE-FILE, SCHED-FILE, CONFLICT-FILE.
011962     IF REGDETL-OPEN
011964     THEN
011966         CLOSE REGDETL-FILE
011968     END-IF.
011970     MOVE 16 TO RETURN-CODE.
011980     PERFORM 9500-WRITE-STATUS.
011990     STOP RUN.
012000*
012010******************************************************************
012020* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
012030* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
012040* THE MORNING OPERATIONS SUMMARY ***
012050******************************************************************
012060 9500-WRITE-STATUS.
012070     ACCEPT STL-DATE FROM DATE.
012080     ACCEPT STL-TIME FROM TIME.
012090     MOVE EX-SECTIONS-READ TO STL-READ.
012100     MOVE EX-EXAMS-JOINED TO STL-WRITTEN.
012110     COMPUTE STL-EXCEPTIONS = EX-NO-ROOM + EX-NO-BLOCK
012120             + EX-CLASH-STUDENTS + EX-HEAVY-STUDENTS
012125             + EX-BAD-BLOCKS.
012130     MOVE RETURN-CODE TO STL-RETCODE.
012140     OPEN EXTEND STATUS-FILE.
012150     IF EX-STAT-STATUS NOT = '00'
012160     THEN
012170         OPEN OUTPUT STATUS-FILE
012180     END-IF.
012190     WRITE STATUS-REC FROM STATUS-LINE.
012200     CLOSE STATUS-FILE.
