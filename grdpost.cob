000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRDPOST.
000030 AUTHOR. R DELGADO.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  RD    INITIAL WRITE - END-OF-TERM GRADE POSTING,
000110*                   TRANSCRIPT HISTORY, MISSING-GRADE AND
000120*                   GRADE-DISTRIBUTION REPORTS
000122*   10/15/26  RD    DISTRIBUTION COVERS EVERY GRADE POSTED FOR
000124*                   THE TERM, NOT ONLY TONIGHT'S; CROSS-REFERENCE
000126*                   SORT KEEPS TEAM-TAUGHT ROWS IN FILE ORDER
000130*----------------------------------------------------------------
000140*
000150* END-OF-TERM STEP.  THE GRADE CARDS (UR-S-GRADES, ONE PER
000160* STUDENT PER SECTION, IN ABB/NUMB/SEC AND STUDENT-ID SEQUENCE
000170* LIKE THE REGISTRATION DETAIL) ARE MATCHED BALANCE-LINE
000180* FASHION AGAINST DA-S-REGDETL.  A VALID GRADE FOR A STUDENT
000190* ACTUALLY REGISTERED IN THE SECTION IS APPENDED TO THE
000200* CUMULATIVE TRANSCRIPT HISTORY (DA-S-TRANSCR), STAMPED WITH
000210* THE TERM CODE FROM THE DA-S-COURSE HEADER; A CARD FOR A
000220* STUDENT NOT REGISTERED, A DUPLICATE CARD, OR AN UNKNOWN GRADE
000230* CODE IS REJECTED ON THE POSTING REGISTER (UR-S-GRDREG).
000240* GRADES ALREADY ON THE HISTORY FOR THIS TERM ARE SORTED OUT
000250* FIRST AND RIDE ALONG IN THE SAME SEQUENCE, SO A LATE-GRADE
000260* RUN (OR A RERUN) NEVER POSTS A GRADE TWICE.  EVERY
000270* REGISTRATION STILL WITHOUT A GRADE IS LISTED BY SECTION, WITH
000280* ITS INSTRUCTOR, ON THE MISSING-GRADE REPORT (UR-S-MISSGRD).
000290* THE TERM'S GRADES - THOSE POSTED TONIGHT AND THOSE ALREADY ON
000300* THE HISTORY FROM AN EARLIER RUN - ARE SORTED BY DEPARTMENT,
000310* COURSE AND INSTRUCTOR (FROM THE DA-S-INSTRUCTOR CROSS-
000320* REFERENCE) AND PRINTED AS THE GRADE-DISTRIBUTION REPORT
000330* (UR-S-GRDDIST) WITH COURSE, DEPARTMENT AND GRAND TOTALS.  A
000340* TEAM-TAUGHT SECTION IS CREDITED TO THE FIRST INSTRUCTOR ON THE
000342* CROSS-REFERENCE SO NO GRADE IS COUNTED TWICE.
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSE' ORGANIZATION
000410             IS LINE SEQUENTIAL.
000420     SELECT REGDETL-FILE ASSIGN TO 'DA-S-REGDETL' ORGANIZATION
000430             IS LINE SEQUENTIAL.
000440     SELECT GRADE-FILE ASSIGN TO 'UR-S-GRADES' ORGANIZATION
000450             IS LINE SEQUENTIAL.
000460     SELECT INSTR-FILE ASSIGN TO 'DA-S-INSTRUCTOR' ORGANIZATION
000470             IS LINE SEQUENTIAL.
000480     SELECT INSTSRT-FILE ASSIGN TO 'DA-S-INSTSRT' ORGANIZATION
000490             IS LINE SEQUENTIAL.
000500     SELECT OPTIONAL HIST-FILE ASSIGN TO 'DA-S-TRANSCR'
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS GP-HIST-STATUS.
000530     SELECT PRIOR-FILE ASSIGN TO 'DA-S-GRDPRIOR' ORGANIZATION
000540             IS LINE SEQUENTIAL.
000550     SELECT REGISTER-FILE ASSIGN TO 'UR-S-GRDREG' ORGANIZATION
000560             IS LINE SEQUENTIAL.
000570     SELECT MISSING-FILE ASSIGN TO 'UR-S-MISSGRD' ORGANIZATION
000580             IS LINE SEQUENTIAL.
000590     SELECT DIST-FILE ASSIGN TO 'UR-S-GRDDIST' ORGANIZATION
000600             IS LINE SEQUENTIAL.
000610     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS GP-PARM-STATUS.
000640     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS GP-STAT-STATUS.
000670     SELECT SORT-INSTR-WORK ASSIGN TO 'SORTWK01'.
000680     SELECT SORT-PRIOR-WORK ASSIGN TO 'SORTWK02'.
000690     SELECT SORT-DIST-WORK ASSIGN TO 'SORTWK03'.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  COURSE-FILE.
000740 01  COURSE-DATA.
000750     88  END-OF-DATA VALUE HIGH-VALUES.
000760     02  C-COURSE.
000770         03  C-ABB PIC XXX.
000780         03  C-NUMB PIC XXXX.
000790         03  C-SEC PIC XXX.
000800         03  C-TITLE PIC X(20).
000810         03  C-SEATS-REMAINING PIC S999.
000820         03  C-CLASSLIMIT PIC 999.
000830         03  FILLER PIC XXX.
000840     02  C-STARTING-TIME.
000850         03  C-STARTING-HOUR PIC 99.
000860         03  C-STARTING-MIN PIC 99.
000870         03  FILLER PIC XX.
000880     02  C-DAYS.
000890         03  C-MON PIC X.
000900         03  C-TUE PIC X.
000910         03  C-WED PIC X.
000920         03  C-THU PIC X.
000930         03  C-FRI PIC X.
000940         03  FILLER PIC X.
000950     02  C-LOCATION.
000960         03  C-BUILDING PIC XX.
000970         03  C-ROOM PIC XXX.
000980         03  FILLER PIC X(24).
000990*
001000******************************************************************
001010* STUDENT REGISTRATION DETAIL - ONE RECORD PER STUDENT PER ***
001020* SECTION, IN KEY AND STUDENT-ID SEQUENCE ***
001030******************************************************************
001040 FD  REGDETL-FILE.
001050 01  REGDETL-DATA.
001060     88  REGDETL-EOF VALUE HIGH-VALUES.
001070     03  RD-KEY.
001080         05  RD-ABB PIC XXX.
001090         05  RD-NUMB PIC XXXX.
001100         05  RD-SEC PIC XXX.
001110     03  RD-STUDENT-ID PIC 9(07).
001120     03  RD-STUDENT-NAME PIC X(25).
001130     03  FILLER PIC X(38).
001140*
001150******************************************************************
001160* GRADE CARD - ONE GRADE FOR ONE STUDENT IN ONE SECTION, IN ***
001170* KEY AND STUDENT-ID SEQUENCE ***
001180******************************************************************
001190 FD  GRADE-FILE.
001200 01  GRADE-DATA.
001210     88  GRADE-EOF VALUE HIGH-VALUES.
001220     03  GC-KEY.
001230         05  GC-ABB PIC XXX.
001240         05  GC-NUMB PIC XXXX.
001250         05  GC-SEC PIC XXX.
001260     03  GC-STUDENT-ID PIC 9(7).
001270     03  GC-GRADE PIC XX.
001280     03  FILLER PIC X(61).
001290*
001300******************************************************************
001310* INSTRUCTOR CROSS-REFERENCE FILE - KEYED BY THE SAME ***
001320* ABB/NUMB/SEC AS COURSE-DATA, IN NO GUARANTEED ORDER ***
001330******************************************************************
001340 FD  INSTR-FILE.
001350 01  INSTR-DATA.
001360     03  II-ABB PIC XXX.
001370     03  II-NUMB PIC XXXX.
001380     03  II-SEC PIC XXX.
001390     03  II-NAME PIC X(25).
001400     03  FILLER PIC X(45).
001410*
001420******************************************************************
001430* THE CROSS-REFERENCE SORTED INTO KEY ORDER SO IT CAN RIDE ***
001440* ALONG WITH THE REGISTRATION DETAIL ***
001450******************************************************************
001460 FD  INSTSRT-FILE.
001470 01  INSTSRT-DATA.
001480     88  INSTSRT-EOF VALUE HIGH-VALUES.
001490     03  SI-KEY.
001500         05  SI-ABB PIC XXX.
001510         05  SI-NUMB PIC XXXX.
001520         05  SI-SEC PIC XXX.
001530     03  SI-NAME PIC X(25).
001540     03  FILLER PIC X(45).
001550*
001560******************************************************************
001570* CUMULATIVE TRANSCRIPT HISTORY - ONE RECORD PER POSTED GRADE, ***
001580* EVERY TERM, APPENDED IN POSTING ORDER ***
001590******************************************************************
001600 FD  HIST-FILE.
001610 01  HIST-DATA.
001620     88  HIST-EOF VALUE HIGH-VALUES.
001630     03  TH-STUDENT-ID PIC 9(7).
001640     03  TH-TERM PIC X(6).
001650     03  TH-KEY.
001660         05  TH-ABB PIC XXX.
001670         05  TH-NUMB PIC XXXX.
001680         05  TH-SEC PIC XXX.
001690     03  TH-GRADE PIC XX.
001700     03  TH-POST-DATE PIC 9(6).
001710     03  TH-STUDENT-NAME PIC X(25).
001720     03  FILLER PIC X(24).
001730*
001740******************************************************************
001750* THIS TERM'S GRADES ALREADY ON THE HISTORY, SORTED INTO KEY ***
001760* AND STUDENT-ID SEQUENCE ***
001770******************************************************************
001780 FD  PRIOR-FILE.
001790 01  PRIOR-DATA.
001800     88  PRIOR-EOF VALUE HIGH-VALUES.
001810     03  PR-FULL-KEY.
001820         05  PR-KEY.
001822             10  PR-ABB PIC XXX.
001824             10  PR-NUMB PIC XXXX.
001826             10  PR-SEC PIC XXX.
001830         05  PR-STUDENT-ID PIC 9(7).
001832     03  PR-GRADE PIC XX.
001840*
001850 FD  REGISTER-FILE.
001860 01  REGISTER-REC PIC X(132).
001870*
001880 FD  MISSING-FILE.
001890 01  MISSING-REC PIC X(132).
001900*
001910 FD  DIST-FILE.
001920 01  DIST-REC PIC X(132).
001930*
001940******************************************************************
001950* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES ONLY THE ***
001960* EXPECTED TERM CODE IN COLS 29-34 (SEE LAB4 FOR THE FULL ***
001970* CARD LAYOUT) ***
001980******************************************************************
001990 FD  PARM-FILE.
002000 01  PARM-CARD.
002010     03  FILLER PIC X(28).
002020     03  PMC-TERM PIC X(6).
002030     03  FILLER PIC X(46).
002040*
002050******************************************************************
002060* SHARED RUN-STATUS FILE - ONE RECORD APPENDED PER PROGRAM ***
002070* RUN, READ BY RUNSUMM FOR THE OPERATIONS SUMMARY ***
002080******************************************************************
002090 FD  STATUS-FILE.
002100 01  STATUS-REC PIC X(80).
002110*
002120 SD  SORT-INSTR-WORK.
002130 01  SORT-INSTR-REC.
002140     05  SX-ABB PIC XXX.
002150     05  SX-NUMB PIC XXXX.
002160     05  SX-SEC PIC XXX.
002170     05  SX-NAME PIC X(25).
002180     05  FILLER PIC X(45).
002190*
002200 SD  SORT-PRIOR-WORK.
002210 01  SORT-PRIOR-REC.
002220     05  SP-KEY PIC X(10).
002230     05  SP-STUDENT-ID PIC 9(7).
002232     05  SP-GRADE PIC XX.
002240*
002250******************************************************************
002260* ONE ROW PER POSTED GRADE, SORTED BY DEPARTMENT, COURSE AND ***
002270* INSTRUCTOR FOR THE DISTRIBUTION CONTROL BREAKS ***
002280******************************************************************
002290 SD  SORT-DIST-WORK.
002300 01  SORT-DIST-REC.
002310     05  SG-ABB PIC XXX.
002320     05  SG-NUMB PIC XXXX.
002330     05  SG-NAME PIC X(25).
002340     05  SG-TITLE PIC X(20).
002350     05  SG-COLUMN PIC 9.
002360     05  SG-POINTS PIC 9V99.
002370*
002380 WORKING-STORAGE SECTION.
002390 77  GP-DETAILS-READ PIC 9(5) VALUE 0.
002400 77  GP-CARDS-READ PIC 9(5) VALUE 0.
002410 77  GP-POSTED PIC 9(5) VALUE 0.
002420 77  GP-REJECTED PIC 9(5) VALUE 0.
002430 77  GP-PREV-POSTED PIC 9(5) VALUE 0.
002440 77  GP-MISSING PIC 9(5) VALUE 0.
002450 77  GP-HIST-READ PIC 9(7) VALUE 0.
002460 77  GP-PRIOR-COUNT PIC 9(5) VALUE 0.
002462 77  GP-CARRIED PIC 9(5) VALUE 0.
002470 77  GP-CTL-READ-COUNT PIC 9(5) VALUE 0.
002480 77  GP-CTL-HASH-TOTAL PIC 9(7) VALUE 0.
002490 77  GP-RUN-DATE PIC 9(6) VALUE 0.
002500 77  GP-HIST-STATUS PIC XX VALUE '00'.
002510 77  GP-PARM-STATUS PIC XX VALUE '00'.
002520 77  GP-STAT-STATUS PIC XX VALUE '00'.
002530 77  GP-PARM-TERM PIC X(6) VALUE SPACES.
002540 77  GP-MAX-GRADES PIC 99 VALUE 15.
002550 77  GP-G PIC 99 VALUE 0.
002552 77  GP-H PIC 99 VALUE 0.
002560 77  GP-C PIC 9 VALUE 0.
002570 77  GP-LVL PIC 9 VALUE 0.
002580 77  GP-AVG PIC 9V99 VALUE 0.
002590 01  MISC.
002600     03  SORT-EOF-SW PIC X VALUE 'N'.
002610         88  SORT-EOF VALUE 'Y'.
002620     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
002630         88  TRAILER-FOUND VALUE 'Y'.
002640     03  CONTROL-FAIL-SW PIC X VALUE 'N'.
002650         88  CONTROL-FAILED VALUE 'Y'.
002660     03  GRADE-VALID-SW PIC X VALUE 'N'.
002670         88  GRADE-VALID VALUE 'Y'.
002680     03  ALREADY-POSTED-SW PIC X VALUE 'N'.
002690         88  ALREADY-POSTED VALUE 'Y'.
002700     03  MISS-HDR-SW PIC X VALUE 'N'.
002710         88  MISS-HDR-PRINTED VALUE 'Y'.
002712     03  PRIOR-GRADE-VALID-SW PIC X VALUE 'N'.
002714         88  PRIOR-GRADE-VALID VALUE 'Y'.
002720     03  GP-COURSE-KEY.
002730         05  GP-C-ABB PIC XXX.
002740         05  GP-C-NUMB PIC XXXX.
002750         05  GP-C-SEC PIC XXX.
002760     03  GP-DETAIL-KEY.
002770         05  GP-D-KEY PIC X(10).
002780         05  GP-D-STUDENT PIC X(7).
002790     03  GP-GRADE-KEY.
002800         05  GP-G-KEY PIC X(10).
002810         05  GP-G-STUDENT PIC X(7).
002820     03  GP-PROBE-KEY PIC X(17) VALUE SPACES.
002830     03  GP-CURR-KEY PIC X(10) VALUE SPACES.
002832     03  GP-SEEK-KEY PIC X(10) VALUE SPACES.
002840     03  GP-PREV-COURSE-KEY PIC X(10) VALUE LOW-VALUES.
002850     03  GP-PREV-DETAIL-KEY PIC X(17) VALUE LOW-VALUES.
002860     03  GP-PREV-GRADE-KEY PIC X(17) VALUE LOW-VALUES.
002870     03  GP-LAST-MATCH-KEY PIC X(17) VALUE LOW-VALUES.
002880     03  GP-SECT-TITLE PIC X(20) VALUE SPACES.
002890     03  GP-SECT-INSTR PIC X(25) VALUE SPACES.
002900     03  GP-PREV-ABB PIC XXX VALUE SPACES.
002910     03  GP-PREV-NUMB PIC XXXX VALUE SPACES.
002920     03  GP-PREV-NAME PIC X(25) VALUE SPACES.
002930     03  GP-PREV-TITLE PIC X(20) VALUE SPACES.
002940*
002950 01  CONTROL-HEADER-REC.
002960     03  CH-ID PIC XXX VALUE SPACES.
002970     03  CH-CREATE-DATE PIC 9(6) VALUE ZERO.
002980     03  CH-TERM PIC X(6) VALUE SPACES.
002990     03  FILLER PIC X(65).
003000 01  CONTROL-TRAILER-REC.
003010     03  CT-ID PIC XXX VALUE SPACES.
003020     03  CT-COUNT PIC 9(5) VALUE ZERO.
003030     03  CT-HASH PIC 9(7) VALUE ZERO.
003040     03  FILLER PIC X(65).
003050*
003060******************************************************************
003070* THE GRADES THE REGISTRAR ACCEPTS - GRADE, QUALITY POINTS ***
003080* AND DISTRIBUTION COLUMN (1-5 A-F CARRY POINTS, 6 PASS, 7 ***
003090* INCOMPLETE, 8 WITHDRAWN).  ADD A GRADE HERE AND RAISE ***
003100* GP-MAX-GRADES AND THE OCCURS TOGETHER ***
003110******************************************************************
003120 01  GRADE-VALUES.
003130     03  FILLER PIC X(6) VALUE 'A 4001'.
003140     03  FILLER PIC X(6) VALUE 'A-3701'.
003150     03  FILLER PIC X(6) VALUE 'B+3302'.
003160     03  FILLER PIC X(6) VALUE 'B 3002'.
003170     03  FILLER PIC X(6) VALUE 'B-2702'.
003180     03  FILLER PIC X(6) VALUE 'C+2303'.
003190     03  FILLER PIC X(6) VALUE 'C 2003'.
003200     03  FILLER PIC X(6) VALUE 'C-1703'.
003210     03  FILLER PIC X(6) VALUE 'D+1304'.
003220     03  FILLER PIC X(6) VALUE 'D 1004'.
003230     03  FILLER PIC X(6) VALUE 'D-0704'.
003240     03  FILLER PIC X(6) VALUE 'F 0005'.
003250     03  FILLER PIC X(6) VALUE 'P 0006'.
003260     03  FILLER PIC X(6) VALUE 'I 0007'.
003270     03  FILLER PIC X(6) VALUE 'W 0008'.
003280 01  GRADE-TABLE REDEFINES GRADE-VALUES.
003290     03  GRADE-ENTRY OCCURS 15 TIMES.
003300         05  GE-GRADE PIC XX.
003310         05  GE-POINTS PIC 9V99.
003320         05  GE-COLUMN PIC 9.
003330*
003340******************************************************************
003350* DISTRIBUTION ACCUMULATORS - LEVEL 1 INSTRUCTOR, 2 COURSE, 3 ***
003360* DEPARTMENT, 4 GRAND TOTAL.  EACH LEVEL ROLLS INTO THE NEXT ***
003370* ON ITS CONTROL BREAK ***
003380******************************************************************
003390 01  DIST-ACCUMS.
003400     03  DA-LEVEL OCCURS 4 TIMES.
003410         05  DA-COUNT PIC 9(5) OCCURS 8 TIMES.
003420         05  DA-TOTAL PIC 9(5).
003430         05  DA-GRADED PIC 9(5).
003440         05  DA-POINTS PIC 9(7)V99.
003450*
003460******************************************************************
003470* TRANSCRIPT HISTORY RECORD IMAGE BUILT FOR EACH POSTED GRADE ***
003480******************************************************************
003490 01  HIST-OUT.
003500     03  HO-STUDENT-ID PIC 9(7).
003510     03  HO-TERM PIC X(6).
003520     03  HO-ABB PIC XXX.
003530     03  HO-NUMB PIC XXXX.
003540     03  HO-SEC PIC XXX.
003550     03  HO-GRADE PIC XX.
003560     03  HO-POST-DATE PIC 9(6).
003570     03  HO-STUDENT-NAME PIC X(25).
003580     03  FILLER PIC X(24) VALUE SPACES.
003590*
003600******************************************************************
003610* DESCRIPTION OF POSTING REGISTER HEADING, DETAIL, AND TOTAL ***
003620* LINES ***
003630******************************************************************
003640 01  REG-HEADING1.
003650     03  FILLER PIC X(10) VALUE SPACES.
003660     03  FILLER PIC X(30) VALUE
003670             'GRADE POSTING REGISTER - TERM '.
003680     03  RH-TERM PIC X(6).
003690 01  REG-HEADING2.
003700     03  FILLER PIC X(10) VALUE SPACES.
003710     03  FILLER PIC X(3) VALUE 'ABB'.
003720     03  FILLER PIC X(1) VALUE SPACES.
003730     03  FILLER PIC X(4) VALUE 'NUMB'.
003740     03  FILLER PIC X(1) VALUE SPACES.
003750     03  FILLER PIC X(3) VALUE 'SEC'.
003760     03  FILLER PIC X(2) VALUE SPACES.
003770     03  FILLER PIC X(8) VALUE 'STUDENT'.
003780     03  FILLER PIC X(2) VALUE SPACES.
003790     03  FILLER PIC X(5) VALUE 'GRADE'.
003800     03  FILLER PIC X(1) VALUE SPACES.
003810     03  FILLER PIC X(8) VALUE 'STATUS'.
003820     03  FILLER PIC X(2) VALUE SPACES.
003830     03  FILLER PIC X(6) VALUE 'REASON'.
003840 01  REG-DETAIL.
003850     03  FILLER PIC X(10) VALUE SPACES.
003860     03  RG-ABB PIC XXX.
003870     03  FILLER PIC X VALUE SPACES.
003880     03  RG-NUMB PIC XXXX.
003890     03  FILLER PIC X VALUE SPACES.
003900     03  RG-SEC PIC XXX.
003910     03  FILLER PIC X(2) VALUE SPACES.
003920     03  RG-STUDENT-ID PIC 9(7).
003930     03  FILLER PIC X(3) VALUE SPACES.
003940     03  RG-GRADE PIC XX.
003950     03  FILLER PIC X(4) VALUE SPACES.
003960     03  RG-STATUS PIC X(8).
003970     03  FILLER PIC X(2) VALUE SPACES.
003980     03  RG-REASON PIC X(30).
003990 01  REG-TOTAL-LINE.
004000     03  FILLER PIC X(10) VALUE SPACES.
004010     03  RT-LABEL PIC X(30).
004020     03  RT-COUNT PIC ZZZZ9.
004030 01  REG-CTL-FAIL.
004040     03  FILLER PIC X(10) VALUE SPACES.
004050     03  FILLER PIC X(32) VALUE
004060             'CONTROL TOTAL FAILURE - EXPECTED'.
004070     03  FILLER PIC X VALUE SPACES.
004080     03  CF-EXP-COUNT PIC ZZZZ9.
004090     03  FILLER PIC X VALUE '/'.
004100     03  CF-EXP-HASH PIC ZZZZZZ9.
004110     03  FILLER PIC X(6) VALUE ' READ '.
004120     03  CF-ACT-COUNT PIC ZZZZ9.
004130     03  FILLER PIC X VALUE '/'.
004140     03  CF-ACT-HASH PIC ZZZZZZ9.
004150     03  FILLER PIC X(32) VALUE
004160             ' - COURSE MASTER SUSPECT, REVIEW'.
004170*
004180******************************************************************
004190* DESCRIPTION OF MISSING-GRADE REPORT HEADING, SECTION, AND ***
004200* STUDENT LINES ***
004210******************************************************************
004220 01  MISS-HEADING1.
004230     03  FILLER PIC X(10) VALUE SPACES.
004240     03  FILLER PIC X(22) VALUE 'MISSING GRADES - TERM '.
004250     03  MH-TERM PIC X(6).
004260 01  MISS-SECT-LINE.
004270     03  FILLER PIC X(10) VALUE SPACES.
004280     03  MS-ABB PIC XXX.
004290     03  FILLER PIC X VALUE SPACES.
004300     03  MS-NUMB PIC XXXX.
004310     03  FILLER PIC X VALUE SPACES.
004320     03  MS-SEC PIC XXX.
004330     03  FILLER PIC X(2) VALUE SPACES.
004340     03  MS-TITLE PIC X(20).
004350     03  FILLER PIC X(2) VALUE SPACES.
004360     03  FILLER PIC X(11) VALUE 'INSTRUCTOR '.
004370     03  MS-NAME PIC X(25).
004380 01  MISS-STUDENT-LINE.
004390     03  FILLER PIC X(14) VALUE SPACES.
004400     03  MM-STUDENT-ID PIC 9(7).
004410     03  FILLER PIC X(2) VALUE SPACES.
004420     03  MM-STUDENT-NAME PIC X(25).
004430     03  FILLER PIC X(2) VALUE SPACES.
004440     03  MM-NOTE PIC X(30).
004450*
004460******************************************************************
004470* DESCRIPTION OF GRADE-DISTRIBUTION HEADING AND DETAIL LINES - ***
004480* THE SAME DETAIL LINE CARRIES THE INSTRUCTOR ROWS AND THE ***
004490* COURSE, DEPARTMENT AND GRAND TOTALS ***
004500******************************************************************
004510 01  DIST-HEADING1.
004520     03  FILLER PIC X(10) VALUE SPACES.
004530     03  FILLER PIC X(26) VALUE 'GRADE DISTRIBUTION - TERM '.
004540     03  DH-TERM PIC X(6).
004550 01  DIST-HEADING2.
004560     03  FILLER PIC X(10) VALUE SPACES.
004570     03  FILLER PIC X(4) VALUE 'ABB'.
004580     03  FILLER PIC X(5) VALUE 'NUMB'.
004590     03  FILLER PIC X(21) VALUE 'TITLE'.
004600     03  FILLER PIC X(25) VALUE 'INSTRUCTOR'.
004610     03  FILLER PIC X(24) VALUE
004620             '     A     B     C     D'.
004630     03  FILLER PIC X(24) VALUE
004640             '     F     P     I     W'.
004650     03  FILLER PIC X(12) VALUE
004660             ' TOTAL   AVG'.
004670 01  DIST-DETAIL.
004680     03  FILLER PIC X(10) VALUE SPACES.
004690     03  DD-ABB PIC XXX.
004700     03  FILLER PIC X VALUE SPACES.
004710     03  DD-NUMB PIC XXXX.
004720     03  FILLER PIC X VALUE SPACES.
004730     03  DD-TITLE PIC X(20).
004740     03  FILLER PIC X VALUE SPACES.
004750     03  DD-NAME PIC X(25).
004760     03  DD-COUNT PIC ZZZZZ9 OCCURS 8 TIMES.
004770     03  DD-TOTAL PIC ZZZZZ9.
004780     03  FILLER PIC X(2) VALUE SPACES.
004790     03  DD-AVG PIC 9.99.
004800*
004810******************************************************************
004820* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
004830* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
004840******************************************************************
004850 01  STATUS-LINE.
004860     03  STL-PROGRAM PIC X(8) VALUE 'GRDPOST'.
004870     03  FILLER PIC X VALUE SPACES.
004880     03  STL-DATE PIC 9(6) VALUE 0.
004890     03  FILLER PIC X VALUE SPACES.
004900     03  STL-TIME PIC 9(8) VALUE 0.
004910     03  FILLER PIC X VALUE SPACES.
004920     03  STL-READ PIC 9(5) VALUE 0.
004930     03  FILLER PIC X VALUE SPACES.
004940     03  STL-WRITTEN PIC 9(5) VALUE 0.
004950     03  FILLER PIC X VALUE SPACES.
004960     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
004970     03  FILLER PIC X VALUE SPACES.
004980     03  STL-RETCODE PIC 99 VALUE 0.
004990     03  FILLER PIC X(35) VALUE SPACES.
005000*
005010 PROCEDURE DIVISION.
005020 0000-MAINLINE.
005030     PERFORM 1000-INITIALIZE.
005040     SORT SORT-INSTR-WORK
005050         ON ASCENDING KEY SX-ABB SX-NUMB SX-SEC
005052             WITH DUPLICATES IN ORDER
005060         USING INSTR-FILE
005070         GIVING INSTSRT-FILE.
005080     SORT SORT-PRIOR-WORK
005090         ON ASCENDING KEY SP-KEY SP-STUDENT-ID
005100         INPUT PROCEDURE IS 1300-RELEASE-PRIOR
005110             THRU 1300-EXIT
005120         GIVING PRIOR-FILE.
005130     SORT SORT-DIST-WORK
005140         ON ASCENDING KEY SG-ABB SG-NUMB SG-NAME
005150         INPUT PROCEDURE IS 2000-POST-GRADES
005160             THRU 2000-EXIT
005170         OUTPUT PROCEDURE IS 4000-PRINT-DISTRIBUTION
005180             THRU 4000-EXIT.
005190     PERFORM 6600-VERIFY-CONTROLS.
005200     PERFORM 8000-PRINT-TOTALS.
005210     PERFORM 9000-TERMINATE.
005220     PERFORM 9100-SET-RETURN-CODE.
005230     PERFORM 9500-WRITE-STATUS.
005240     STOP RUN.
005250*
005260******************************************************************
005270* OPENS THE MASTER AND THE REPORTS, READS THE PARM CARD, ***
005280* PRIMES THE COURSE READ SO THE HEADER TERM IS KNOWN, CHECKS ***
005290* IT, AND PRINTS THE THREE REPORT HEADINGS ***
005300******************************************************************
005310 1000-INITIALIZE.
005320     OPEN INPUT COURSE-FILE
005330         OUTPUT REGISTER-FILE
005340         OUTPUT MISSING-FILE
005350         OUTPUT DIST-FILE.
005360     OPEN INPUT PARM-FILE.
005370     READ PARM-FILE INTO PARM-CARD
005380             AT END CONTINUE
005390             NOT AT END MOVE PMC-TERM TO GP-PARM-TERM
005400     END-READ.
005410     CLOSE PARM-FILE.
005420     PERFORM 7000-READ-COURSE.
005430     PERFORM 1100-VERIFY-TERM.
005440     ACCEPT GP-RUN-DATE FROM DATE.
005450     MOVE CH-TERM TO RH-TERM.
005460     MOVE CH-TERM TO MH-TERM.
005470     MOVE CH-TERM TO DH-TERM.
005480     WRITE REGISTER-REC FROM REG-HEADING1
005490             AFTER ADVANCING PAGE.
005500     WRITE REGISTER-REC FROM REG-HEADING2
005510             AFTER ADVANCING 1 LINE.
005520     MOVE SPACES TO REGISTER-REC.
005530     WRITE REGISTER-REC AFTER ADVANCING 1 LINE.
005540     WRITE MISSING-REC FROM MISS-HEADING1
005550             AFTER ADVANCING PAGE.
005560     WRITE DIST-REC FROM DIST-HEADING1
005570             AFTER ADVANCING PAGE.
005580     WRITE DIST-REC FROM DIST-HEADING2
005590             AFTER ADVANCING 1 LINE.
005600     MOVE SPACES TO DIST-REC.
005610     WRITE DIST-REC AFTER ADVANCING 1 LINE.
005620*
005630******************************************************************
005640* STOPS THE RUN COLD WHEN THE TERM CODE ON THE PARM CARD DOES ***
005650* NOT MATCH THE TERM THE MASTER'S HEADER CARRIES, OR WHEN THE ***
005660* HEADER CARRIES NO TERM AT ALL - EVERY HISTORY RECORD IS ***
005670* STAMPED WITH THAT TERM, AND A WRONG STAMP IS PERMANENT ***
005680******************************************************************
005690 1100-VERIFY-TERM.
005700     IF CH-TERM = SPACES
005710       OR (GP-PARM-TERM NOT = SPACES
005720           AND GP-PARM-TERM NOT = CH-TERM)
005730     THEN
005740         DISPLAY 'TERM MISMATCH - PARM ' GP-PARM-TERM
005750             ' BUT DA-S-COURSE CARRIES ' CH-TERM
005760         CLOSE COURSE-FILE, REGISTER-FILE, MISSING-FILE,
005770               DIST-FILE
005780         MOVE 20 TO RETURN-CODE
005790         PERFORM 9500-WRITE-STATUS
005800         STOP RUN
005810     END-IF.
005820*
005830******************************************************************
005840* RELEASES THE KEY OF EVERY GRADE ALREADY ON THE HISTORY FOR ***
005850* THIS TERM - NO HISTORY YET MEANS NOTHING IS RELEASED ***
005860******************************************************************
005870 1300-RELEASE-PRIOR.
005880     OPEN INPUT HIST-FILE.
005890     IF GP-HIST-STATUS NOT = '00'
005900     THEN
005910         CLOSE HIST-FILE
005920         GO TO 1300-EXIT
005930     END-IF.
005940     PERFORM 7300-READ-HISTORY.
005950     PERFORM 1350-RELEASE-ONE THRU 1350-EXIT
005960             UNTIL HIST-EOF.
005970     CLOSE HIST-FILE.
005980 1300-EXIT.
005990     EXIT.
006000*
006010 1350-RELEASE-ONE.
006020     IF TH-TERM = CH-TERM
006030     THEN
006040         MOVE TH-KEY TO SP-KEY
006050         MOVE TH-STUDENT-ID TO SP-STUDENT-ID
006052         MOVE TH-GRADE TO SP-GRADE
006060         RELEASE SORT-PRIOR-REC
006070         ADD 1 TO GP-PRIOR-COUNT
006080     END-IF.
006090     PERFORM 7300-READ-HISTORY.
006100 1350-EXIT.
006110     EXIT.
006120*
006130******************************************************************
006140* SORT INPUT PROCEDURE - OPENS THE POSTING FILES, RUNS THE ***
006150* BALANCE LINE TO THE END OF BOTH INPUTS, THEN DRAINS THE ***
006160* MASTER SO THE CONTROL TOTALS COVER THE WHOLE FILE.  EARLIER ***
006162* GRADES FOR SECTIONS PAST THE LAST ONE MATCHED ARE PASSED ON ***
006164* TO THE DISTRIBUTION BEFORE THE DRAIN ***
006170******************************************************************
006180 2000-POST-GRADES.
006190     OPEN INPUT REGDETL-FILE
006200         INPUT GRADE-FILE
006210         INPUT INSTSRT-FILE
006220         INPUT PRIOR-FILE.
006230     OPEN EXTEND HIST-FILE.
006240     IF GP-HIST-STATUS NOT = '00'
006250     THEN
006260         OPEN OUTPUT HIST-FILE
006270     END-IF.
006280     PERFORM 7100-READ-DETAIL.
006290     PERFORM 7200-READ-GRADE.
006300     PERFORM 7400-READ-INSTR.
006310     PERFORM 7500-READ-PRIOR.
006320     PERFORM 2100-BALANCE-LINE THRU 2100-EXIT
006330             UNTIL REGDETL-EOF AND GRADE-EOF.
006332     PERFORM 2150-FLUSH-PRIOR THRU 2150-EXIT
006334             UNTIL PRIOR-EOF.
006340     PERFORM 6400-DRAIN-COURSE THRU 6400-EXIT
006350             UNTIL END-OF-DATA.
006360     CLOSE REGDETL-FILE, GRADE-FILE, INSTSRT-FILE,
006370           PRIOR-FILE, HIST-FILE.
006380 2000-EXIT.
006390     EXIT.
006400*
006410******************************************************************
006420* BALANCE LINE ON THE SECTION KEY - PICKS THE LOWER OF THE ***
006430* DETAIL AND GRADE-CARD SECTION KEYS, PASSES ON THE EARLIER ***
006440* GRADES OF ANY SECTIONS BELOW IT, FINDS ITS TITLE AND ***
006450* INSTRUCTOR, MATCHES EVERY REGISTRATION AND CARD FOR THE ***
006452* SECTION, THEN PASSES ON THE REST OF ITS EARLIER GRADES ***
006460******************************************************************
006470 2100-BALANCE-LINE.
006480     IF GP-D-KEY NOT > GP-G-KEY
006490     THEN
006500         MOVE GP-D-KEY TO GP-CURR-KEY
006510     ELSE
006520         MOVE GP-G-KEY TO GP-CURR-KEY
006530     END-IF.
006540     PERFORM 2150-FLUSH-PRIOR THRU 2150-EXIT
006542             UNTIL PRIOR-EOF OR PR-KEY NOT < GP-CURR-KEY.
006544     MOVE GP-CURR-KEY TO GP-SEEK-KEY.
006546     PERFORM 2110-FIND-SECTION.
006720     MOVE 'N' TO MISS-HDR-SW.
006730     PERFORM 3000-MATCH-STUDENT THRU 3000-EXIT
006740             UNTIL GP-D-KEY NOT = GP-CURR-KEY
006750             AND GP-G-KEY NOT = GP-CURR-KEY.
006752     PERFORM 6700-ADVANCE-PRIOR THRU 6700-EXIT
006754             UNTIL PRIOR-EOF OR PR-KEY NOT = GP-CURR-KEY.
006760 2100-EXIT.
006770     EXIT.
006780*
006790******************************************************************
006800* INNER BALANCE LINE ON THE STUDENT WITHIN ONE SECTION - A ***
006810* REGISTRATION WITH NO CARD IS MISSING A GRADE, A MATCHED PAIR ***
006820* POSTS, A CARD WITH NO REGISTRATION IS REJECTED ***
006830******************************************************************
006840 3000-MATCH-STUDENT.
006850     EVALUATE TRUE
006860         WHEN GP-G-KEY NOT = GP-CURR-KEY
006870             PERFORM 3100-DETAIL-ONLY
006880         WHEN GP-D-KEY NOT = GP-CURR-KEY
006890             PERFORM 3300-GRADE-ONLY
006900         WHEN GP-DETAIL-KEY < GP-GRADE-KEY
006910             PERFORM 3100-DETAIL-ONLY
006920         WHEN GP-DETAIL-KEY = GP-GRADE-KEY
006930             PERFORM 3200-MATCHED-PAIR
006940         WHEN OTHER
006950             PERFORM 3300-GRADE-ONLY
006960     END-EVALUATE.
006970 3000-EXIT.
006980     EXIT.
006990*
007000******************************************************************
007010* REGISTRATION WITH NO GRADE CARD TONIGHT - FINE WHEN AN ***
007020* EARLIER RUN POSTED IT, OTHERWISE THE GRADE IS MISSING ***
007030******************************************************************
007040 3100-DETAIL-ONLY.
007050     MOVE GP-DETAIL-KEY TO GP-PROBE-KEY.
007060     PERFORM 3500-CHECK-PRIOR.
007070     IF ALREADY-POSTED
007080     THEN
007090         ADD 1 TO GP-PREV-POSTED
007100     ELSE
007110         MOVE SPACES TO MM-NOTE
007120         PERFORM 5300-PRNT-MISSING
007130     END-IF.
007140     PERFORM 7100-READ-DETAIL.
007150*
007160******************************************************************
007170* GRADE CARD FOR A REGISTERED STUDENT - POSTS A VALID GRADE ***
007180* NOT ALREADY ON THE HISTORY.  A REJECTED CARD LEAVES THE ***
007190* REGISTRATION WITHOUT A GRADE, SO IT IS ALSO LISTED MISSING ***
007200******************************************************************
007210 3200-MATCHED-PAIR.
007220     PERFORM 3150-FIND-GRADE.
007230     MOVE GP-GRADE-KEY TO GP-PROBE-KEY.
007240     PERFORM 3500-CHECK-PRIOR.
007250     EVALUATE TRUE
007260         WHEN ALREADY-POSTED
007270             MOVE 'GRADE ALREADY POSTED' TO RG-REASON
007280             PERFORM 5000-PRNT-REJECT
007290         WHEN NOT GRADE-VALID
007300             MOVE 'INVALID GRADE CODE' TO RG-REASON
007310             PERFORM 5000-PRNT-REJECT
007320             MOVE 'GRADE CARD REJECTED' TO MM-NOTE
007330             PERFORM 5300-PRNT-MISSING
007340         WHEN OTHER
007350             PERFORM 3400-POST-GRADE
007360     END-EVALUATE.
007370     MOVE GP-GRADE-KEY TO GP-LAST-MATCH-KEY.
007380     PERFORM 7100-READ-DETAIL.
007390     PERFORM 7200-READ-GRADE.
007400*
007410******************************************************************
007420* GRADE CARD WITH NO REGISTRATION - A SECOND CARD FOR THE ***
007430* STUDENT JUST MATCHED IS A DUPLICATE, ANY OTHER IS A STUDENT ***
007440* WHO WAS NEVER (OR IS NO LONGER) REGISTERED IN THE SECTION ***
007450******************************************************************
007460 3300-GRADE-ONLY.
007470     IF GP-GRADE-KEY = GP-LAST-MATCH-KEY
007480     THEN
007490         MOVE 'DUPLICATE GRADE CARD' TO RG-REASON
007500     ELSE
007510         MOVE 'STUDENT NOT REGISTERED' TO RG-REASON
007520     END-IF.
007530     PERFORM 5000-PRNT-REJECT.
007540     PERFORM 7200-READ-GRADE.
007550*
007560******************************************************************
007570* LOOKS THE CARD'S GRADE UP IN THE GRADE TABLE - GP-G POINTS ***
007580* AT THE ENTRY WHEN GRADE-VALID IS SET ***
007590******************************************************************
007600 3150-FIND-GRADE.
007610     MOVE 'N' TO GRADE-VALID-SW.
007620     PERFORM 3160-PROBE-GRADE
007630             VARYING GP-G FROM 1 BY 1
007640             UNTIL GP-G > GP-MAX-GRADES
007650             OR GRADE-VALID.
007660     SUBTRACT 1 FROM GP-G.
007670*
007680 3160-PROBE-GRADE.
007690     IF GE-GRADE(GP-G) = GC-GRADE
007700     THEN
007710         SET GRADE-VALID TO TRUE
007720     END-IF.
007730*
007740******************************************************************
007750* APPENDS ONE GRADE TO THE TRANSCRIPT HISTORY, RELEASES IT TO ***
007760* THE DISTRIBUTION SORT, AND LISTS IT ON THE REGISTER ***
007770******************************************************************
007780 3400-POST-GRADE.
007790     MOVE RD-STUDENT-ID TO HO-STUDENT-ID.
007800     MOVE CH-TERM TO HO-TERM.
007810     MOVE RD-ABB TO HO-ABB.
007820     MOVE RD-NUMB TO HO-NUMB.
007830     MOVE RD-SEC TO HO-SEC.
007840     MOVE GC-GRADE TO HO-GRADE.
007850     MOVE GP-RUN-DATE TO HO-POST-DATE.
007860     MOVE RD-STUDENT-NAME TO HO-STUDENT-NAME.
007870     WRITE HIST-DATA FROM HIST-OUT.
007880     ADD 1 TO GP-POSTED.
007890     MOVE RD-ABB TO SG-ABB.
007900     MOVE RD-NUMB TO SG-NUMB.
007910     MOVE GP-SECT-INSTR TO SG-NAME.
007920     MOVE GP-SECT-TITLE TO SG-TITLE.
007930     MOVE GE-COLUMN(GP-G) TO SG-COLUMN.
007940     MOVE GE-POINTS(GP-G) TO SG-POINTS.
007950     RELEASE SORT-DIST-REC.
007960     PERFORM 5200-PRNT-POSTED.
007970*
007980******************************************************************
007990* BRINGS THE PRIOR-POSTING FILE UP TO GP-PROBE-KEY AND SETS ***
008000* ALREADY-POSTED WHEN THAT STUDENT'S GRADE IS ON IT - THE ***
008010* PROBE KEYS ARRIVE IN ASCENDING ORDER, SO ONE PASS SERVES ***
008020******************************************************************
008030 3500-CHECK-PRIOR.
008040     PERFORM 6700-ADVANCE-PRIOR THRU 6700-EXIT
008050             UNTIL PRIOR-EOF
008060             OR PR-FULL-KEY NOT < GP-PROBE-KEY.
008070     IF NOT PRIOR-EOF AND PR-FULL-KEY = GP-PROBE-KEY
008080     THEN
008090         SET ALREADY-POSTED TO TRUE
008100     ELSE
008110         MOVE 'N' TO ALREADY-POSTED-SW
008120     END-IF.
008130*
008140******************************************************************
008150* SORT OUTPUT PROCEDURE - TAKES THE POSTED GRADES BACK BY ***
008160* DEPARTMENT, COURSE AND INSTRUCTOR AND PRINTS ONE LINE PER ***
008170* INSTRUCTOR WITH COURSE AND DEPARTMENT TOTALS ON THE BREAKS ***
008180******************************************************************
008190 4000-PRINT-DISTRIBUTION.
008200     MOVE ZEROS TO DIST-ACCUMS.
008210     MOVE SPACES TO GP-PREV-ABB.
008220     PERFORM 4050-GET-NEXT THRU 4050-EXIT.
008230     PERFORM 4100-ONE-GRADE THRU 4100-EXIT
008240             UNTIL SORT-EOF.
008250     IF GP-PREV-ABB NOT = SPACES
008260     THEN
008270         PERFORM 4200-INSTR-BREAK
008280         PERFORM 4300-COURSE-BREAK
008290         PERFORM 4400-DEPT-BREAK
008300     END-IF.
008310     MOVE SPACES TO DD-ABB.
008320     MOVE SPACES TO DD-NUMB.
008330     MOVE 'ALL DEPARTMENTS' TO DD-TITLE.
008340     MOVE SPACES TO DD-NAME.
008350     MOVE 4 TO GP-LVL.
008360     PERFORM 4600-PRNT-LEVEL.
008370 4000-EXIT.
008380     EXIT.
008390*
008400 4050-GET-NEXT.
008410     RETURN SORT-DIST-WORK
008420             AT END SET SORT-EOF TO TRUE
008430     END-RETURN.
008440 4050-EXIT.
008450     EXIT.
008460*
008470 4100-ONE-GRADE.
008480     EVALUATE TRUE
008490         WHEN GP-PREV-ABB = SPACES
008500             CONTINUE
008510         WHEN SG-ABB NOT = GP-PREV-ABB
008520             PERFORM 4200-INSTR-BREAK
008530             PERFORM 4300-COURSE-BREAK
008540             PERFORM 4400-DEPT-BREAK
008550         WHEN SG-NUMB NOT = GP-PREV-NUMB
008560             PERFORM 4200-INSTR-BREAK
008570             PERFORM 4300-COURSE-BREAK
008580         WHEN SG-NAME NOT = GP-PREV-NAME
008590             PERFORM 4200-INSTR-BREAK
008600     END-EVALUATE.
008610     IF SG-NUMB NOT = GP-PREV-NUMB OR SG-ABB NOT = GP-PREV-ABB
008620     THEN
008630         MOVE SG-TITLE TO GP-PREV-TITLE
008640     END-IF.
008650     MOVE SG-ABB TO GP-PREV-ABB.
008660     MOVE SG-NUMB TO GP-PREV-NUMB.
008670     MOVE SG-NAME TO GP-PREV-NAME.
008680     ADD 1 TO DA-COUNT(1, SG-COLUMN).
008690     ADD 1 TO DA-TOTAL(1).
008700     IF SG-COLUMN NOT > 5
008710     THEN
008720         ADD 1 TO DA-GRADED(1)
008730         ADD SG-POINTS TO DA-POINTS(1)
008740     END-IF.
008750     PERFORM 4050-GET-NEXT THRU 4050-EXIT.
008760 4100-EXIT.
008770     EXIT.
008780*
008790******************************************************************
008800* INSTRUCTOR BREAK - ONE LINE FOR THE INSTRUCTOR'S GRADES IN ***
008810* THE COURSE ***
008820******************************************************************
008830 4200-INSTR-BREAK.
008840     MOVE GP-PREV-ABB TO DD-ABB.
008850     MOVE GP-PREV-NUMB TO DD-NUMB.
008860     MOVE GP-PREV-TITLE TO DD-TITLE.
008870     MOVE GP-PREV-NAME TO DD-NAME.
008880     MOVE 1 TO GP-LVL.
008890     PERFORM 4600-PRNT-LEVEL.
008900*
008910******************************************************************
008920* COURSE BREAK - THE COURSE TOTAL ACROSS ITS INSTRUCTORS ***
008930******************************************************************
008940 4300-COURSE-BREAK.
008950     MOVE SPACES TO DD-ABB.
008960     MOVE SPACES TO DD-NUMB.
008970     MOVE '  COURSE TOTAL' TO DD-TITLE.
008980     MOVE SPACES TO DD-NAME.
008990     MOVE 2 TO GP-LVL.
009000     PERFORM 4600-PRNT-LEVEL.
009010     MOVE SPACES TO DIST-REC.
009020     WRITE DIST-REC AFTER ADVANCING 1 LINE.
009030*
009040******************************************************************
009050* DEPARTMENT BREAK - THE DEPARTMENT TOTAL ACROSS ITS COURSES ***
009060******************************************************************
009070 4400-DEPT-BREAK.
009080     MOVE GP-PREV-ABB TO DD-ABB.
009090     MOVE SPACES TO DD-NUMB.
009100     MOVE 'DEPARTMENT TOTAL' TO DD-TITLE.
009110     MOVE SPACES TO DD-NAME.
009120     MOVE 3 TO GP-LVL.
009130     PERFORM 4600-PRNT-LEVEL.
009140     MOVE SPACES TO DIST-REC.
009150     WRITE DIST-REC AFTER ADVANCING 1 LINE.
009160*
009170******************************************************************
009180* PRINTS THE ACCUMULATORS AT LEVEL GP-LVL WITH THE AVERAGE ***
009190* QUALITY POINTS OVER THE LETTER GRADES, THEN ROLLS THEM INTO ***
009200* THE NEXT LEVEL UP AND CLEARS THEM ***
009210******************************************************************
009220 4600-PRNT-LEVEL.
009230     PERFORM 4610-MOVE-COUNT
009240             VARYING GP-C FROM 1 BY 1
009250             UNTIL GP-C > 8.
009260     MOVE DA-TOTAL(GP-LVL) TO DD-TOTAL.
009270     IF DA-GRADED(GP-LVL) > 0
009280     THEN
009290         COMPUTE GP-AVG ROUNDED =
009300                 DA-POINTS(GP-LVL) / DA-GRADED(GP-LVL)
009310     ELSE
009320         MOVE 0 TO GP-AVG
009330     END-IF.
009340     MOVE GP-AVG TO DD-AVG.
009350     WRITE DIST-REC FROM DIST-DETAIL
009360             AFTER ADVANCING 1 LINE.
009370     IF GP-LVL < 4
009380     THEN
009390         PERFORM 4620-ROLL-COUNT
009400                 VARYING GP-C FROM 1 BY 1
009410                 UNTIL GP-C > 8
009420         ADD DA-TOTAL(GP-LVL) TO DA-TOTAL(GP-LVL + 1)
009430         ADD DA-GRADED(GP-LVL) TO DA-GRADED(GP-LVL + 1)
009440         ADD DA-POINTS(GP-LVL) TO DA-POINTS(GP-LVL + 1)
009450         MOVE 0 TO DA-TOTAL(GP-LVL)
009460         MOVE 0 TO DA-GRADED(GP-LVL)
009470         MOVE 0 TO DA-POINTS(GP-LVL)
009480     END-IF.
009490*
009500 4610-MOVE-COUNT.
009510     MOVE DA-COUNT(GP-LVL, GP-C) TO DD-COUNT(GP-C).
009520*
009530 4620-ROLL-COUNT.
009540     ADD DA-COUNT(GP-LVL, GP-C) TO DA-COUNT(GP-LVL + 1, GP-C).
009550     MOVE 0 TO DA-COUNT(GP-LVL, GP-C).
009560*
009570******************************************************************
009580* LISTS A REJECTED GRADE CARD - THE REASON IS ALREADY IN ***
009590* RG-REASON WHEN THIS PARAGRAPH IS PERFORMED ***
009600******************************************************************
009610 5000-PRNT-REJECT.
009620     MOVE GC-ABB TO RG-ABB.
009630     MOVE GC-NUMB TO RG-NUMB.
009640     MOVE GC-SEC TO RG-SEC.
009650     MOVE GC-STUDENT-ID TO RG-STUDENT-ID.
009660     MOVE GC-GRADE TO RG-GRADE.
009670     MOVE 'REJECTED' TO RG-STATUS.
009680     WRITE REGISTER-REC FROM REG-DETAIL
009690             AFTER ADVANCING 1 LINE.
009700     ADD 1 TO GP-REJECTED.
009710*
009720******************************************************************
009730* LISTS A POSTED GRADE ***
009740******************************************************************
009750 5200-PRNT-POSTED.
009760     MOVE GC-ABB TO RG-ABB.
009770     MOVE GC-NUMB TO RG-NUMB.
009780     MOVE GC-SEC TO RG-SEC.
009790     MOVE GC-STUDENT-ID TO RG-STUDENT-ID.
009800     MOVE GC-GRADE TO RG-GRADE.
009810     MOVE 'POSTED' TO RG-STATUS.
009820     MOVE SPACES TO RG-REASON.
009830     WRITE REGISTER-REC FROM REG-DETAIL
009840             AFTER ADVANCING 1 LINE.
009850*
009860******************************************************************
009870* LISTS ONE REGISTRATION WITHOUT A GRADE - THE SECTION LINE ***
009880* WITH ITS INSTRUCTOR PRINTS AHEAD OF THE SECTION'S FIRST ONE ***
009890******************************************************************
009900 5300-PRNT-MISSING.
009910     IF NOT MISS-HDR-PRINTED
009920     THEN
009930         MOVE GP-CURR-KEY(1:3) TO MS-ABB
009940         MOVE GP-CURR-KEY(4:4) TO MS-NUMB
009950         MOVE GP-CURR-KEY(8:3) TO MS-SEC
009960         MOVE GP-SECT-TITLE TO MS-TITLE
009970         MOVE GP-SECT-INSTR TO MS-NAME
009980         WRITE MISSING-REC FROM MISS-SECT-LINE
009990                 AFTER ADVANCING 2 LINES
010000         SET MISS-HDR-PRINTED TO TRUE
010010     END-IF.
010020     MOVE RD-STUDENT-ID TO MM-STUDENT-ID.
010030     MOVE RD-STUDENT-NAME TO MM-STUDENT-NAME.
010040     WRITE MISSING-REC FROM MISS-STUDENT-LINE
010050             AFTER ADVANCING 1 LINE.
010060     ADD 1 TO GP-MISSING.
010070*
010080******************************************************************
010090* ADVANCES THE COURSE SIDE OF THE MATCH BY ONE RECORD ***
010100******************************************************************
010110 6300-ADVANCE-COURSE.
010120     PERFORM 7000-READ-COURSE.
010130 6300-EXIT.
010140     EXIT.
010150*
010160******************************************************************
010170* READS THE REST OF THE MASTER AFTER THE LAST SECTION GROUP ***
010180* SO THE CONTROL TOTALS COVER THE WHOLE FILE ***
010190******************************************************************
010200 6400-DRAIN-COURSE.
010210     PERFORM 7000-READ-COURSE.
010220 6400-EXIT.
010230     EXIT.
010240*
010250******************************************************************
010260* ADVANCES THE SORTED CROSS-REFERENCE BY ONE ROW - ROWS FOR A ***
010270* SECTION WITH NO REGISTRATIONS ARE SIMPLY PASSED OVER ***
010280******************************************************************
010290 6500-ADVANCE-INSTR.
010300     PERFORM 7400-READ-INSTR.
010310 6500-EXIT.
010320     EXIT.
010330*
010340******************************************************************
010350* ADVANCES THE PRIOR-POSTING FILE BY ONE RECORD, PASSING THE ***
010352* GRADE IT LEAVES BEHIND ON TO THE DISTRIBUTION ***
010360******************************************************************
010370 6700-ADVANCE-PRIOR.
010380     PERFORM 6750-RELEASE-PRIOR.
010382     PERFORM 7500-READ-PRIOR.
010390 6700-EXIT.
010400     EXIT.
010410*
010420******************************************************************
010430* READS DA-S-COURSE, SKIPPING THE HEADER AND CAPTURING THE ***
010440* TRAILER CONTROL RECORD, ACCUMULATING THE DATA-RECORD COUNT ***
010450* AND CLASSLIMIT HASH TOTAL, AND REFRESHING THE MATCH KEY ***
010460******************************************************************
010470 7000-READ-COURSE.
010480     READ COURSE-FILE INTO COURSE-DATA
010490             AT END SET END-OF-DATA TO TRUE
010500     END-READ.
010510     IF NOT END-OF-DATA AND C-ABB = 'HDR'
010520     THEN
010530         MOVE COURSE-DATA TO CONTROL-HEADER-REC
010540         GO TO 7000-READ-COURSE
010550     END-IF.
010560     IF NOT END-OF-DATA AND C-ABB = 'TRL'
010570     THEN
010580         MOVE COURSE-DATA TO CONTROL-TRAILER-REC
010590         MOVE 'Y' TO TRAILER-FOUND-SW
010600         GO TO 7000-READ-COURSE
010610     END-IF.
010620     IF NOT END-OF-DATA
010630     THEN
010640         ADD 1 TO GP-CTL-READ-COUNT
010650         ADD C-CLASSLIMIT TO GP-CTL-HASH-TOTAL
010660     END-IF.
010670     MOVE C-ABB TO GP-C-ABB.
010680     MOVE C-NUMB TO GP-C-NUMB.
010690     MOVE C-SEC TO GP-C-SEC.
010700     IF GP-COURSE-KEY < GP-PREV-COURSE-KEY
010710     THEN
010720         DISPLAY 'DA-S-COURSE OUT OF SEQUENCE AT KEY '
010730             GP-COURSE-KEY
010740         PERFORM 9900-SEQUENCE-ABORT
010750     END-IF.
010760     MOVE GP-COURSE-KEY TO GP-PREV-COURSE-KEY.
010770*
010780******************************************************************
010790* READS THE REGISTRATION DETAIL AND CHECKS ITS KEY/STUDENT ***
010800* SEQUENCE ***
010810******************************************************************
010820 7100-READ-DETAIL.
010830     READ REGDETL-FILE INTO REGDETL-DATA
010840             AT END SET REGDETL-EOF TO TRUE
010850             NOT AT END ADD 1 TO GP-DETAILS-READ
010860     END-READ.
010870     MOVE RD-KEY TO GP-D-KEY.
010880     MOVE RD-STUDENT-ID TO GP-D-STUDENT.
010890     IF GP-DETAIL-KEY < GP-PREV-DETAIL-KEY
010900     THEN
010910         DISPLAY 'DA-S-REGDETL OUT OF SEQUENCE AT KEY '
010920             GP-DETAIL-KEY
010930         PERFORM 9900-SEQUENCE-ABORT
010940     END-IF.
010950     MOVE GP-DETAIL-KEY TO GP-PREV-DETAIL-KEY.
010960*
010970******************************************************************
010980* READS THE GRADE CARDS AND CHECKS THEIR KEY/STUDENT SEQUENCE ***
010990******************************************************************
011000 7200-READ-GRADE.
011010     READ GRADE-FILE INTO GRADE-DATA
011020             AT END SET GRADE-EOF TO TRUE
011030             NOT AT END ADD 1 TO GP-CARDS-READ
011040     END-READ.
011050     MOVE GC-KEY TO GP-G-KEY.
011060     MOVE GC-STUDENT-ID TO GP-G-STUDENT.
011070     IF GP-GRADE-KEY < GP-PREV-GRADE-KEY
011080     THEN
011090         DISPLAY 'UR-S-GRADES OUT OF SEQUENCE AT KEY '
011100             GP-GRADE-KEY
011110         PERFORM 9900-SEQUENCE-ABORT
011120     END-IF.
011130     MOVE GP-GRADE-KEY TO GP-PREV-GRADE-KEY.
011140*
011150******************************************************************
011160* READS THE TRANSCRIPT HISTORY FOR THE PRIOR-POSTING SORT ***
011170******************************************************************
011180 7300-READ-HISTORY.
011190     READ HIST-FILE INTO HIST-DATA
011200             AT END SET HIST-EOF TO TRUE
011210             NOT AT END ADD 1 TO GP-HIST-READ
011220     END-READ.
011230*
011240******************************************************************
011250* READS THE SORTED CROSS-REFERENCE ***
011260******************************************************************
011270 7400-READ-INSTR.
011280     READ INSTSRT-FILE INTO INSTSRT-DATA
011290             AT END SET INSTSRT-EOF TO TRUE
011300     END-READ.
011310*
011320******************************************************************
011330* READS THE SORTED PRIOR POSTINGS ***
011340******************************************************************
011350 7500-READ-PRIOR.
011360     READ PRIOR-FILE INTO PRIOR-DATA
011370             AT END SET PRIOR-EOF TO TRUE
011380     END-READ.
011390*
011400******************************************************************
011410* CHECKS THE TRAILER COUNT AND CLASSLIMIT HASH TOTAL AGAINST ***
011420* WHAT WAS ACTUALLY READ - A STALE OR TRUNCATED MASTER COULD ***
011430* CARRY THE WRONG TERM, SO THE FAILURE IS FLAGGED LOUDLY ***
011440******************************************************************
011450 6600-VERIFY-CONTROLS.
011460     IF NOT TRAILER-FOUND
011470     THEN
011480         SET CONTROL-FAILED TO TRUE
011490     END-IF.
011500     IF TRAILER-FOUND AND
011510        ( CT-COUNT NOT = GP-CTL-READ-COUNT
011520          OR CT-HASH NOT = GP-CTL-HASH-TOTAL )
011530     THEN
011540         SET CONTROL-FAILED TO TRUE
011550     END-IF.
011560     IF CONTROL-FAILED
011570     THEN
011580         MOVE CT-COUNT TO CF-EXP-COUNT
011590         MOVE CT-HASH TO CF-EXP-HASH
011600         MOVE GP-CTL-READ-COUNT TO CF-ACT-COUNT
011610         MOVE GP-CTL-HASH-TOTAL TO CF-ACT-HASH
011620         WRITE REGISTER-REC FROM REG-CTL-FAIL
011630                 AFTER ADVANCING 2 LINES
011640         DISPLAY 'CONTROL TOTAL FAILURE ON DA-S-COURSE'
011650     END-IF.
011660*
011670******************************************************************
011680* PRINTS THE RUN TOTALS AT THE FOOT OF THE REGISTER AND THE ***
011690* MISSING-GRADE COUNT AT THE FOOT OF THAT REPORT ***
011700******************************************************************
011710 8000-PRINT-TOTALS.
011720     MOVE SPACES TO REGISTER-REC.
011730     WRITE REGISTER-REC AFTER ADVANCING 1 LINE.
011740     MOVE 'REGISTRATIONS READ            ' TO RT-LABEL.
011750     MOVE GP-DETAILS-READ TO RT-COUNT.
011760     WRITE REGISTER-REC FROM REG-TOTAL-LINE
011770             AFTER ADVANCING 1 LINE.
011780     MOVE 'GRADE CARDS READ              ' TO RT-LABEL.
011790     MOVE GP-CARDS-READ TO RT-COUNT.
011800     WRITE REGISTER-REC FROM REG-TOTAL-LINE
011810             AFTER ADVANCING 1 LINE.
011820     MOVE 'GRADES POSTED                 ' TO RT-LABEL.
011830     MOVE GP-POSTED TO RT-COUNT.
011840     WRITE REGISTER-REC FROM REG-TOTAL-LINE
011850             AFTER ADVANCING 1 LINE.
011860     MOVE 'CARDS REJECTED                ' TO RT-LABEL.
011870     MOVE GP-REJECTED TO RT-COUNT.
011880     WRITE REGISTER-REC FROM REG-TOTAL-LINE
011890             AFTER ADVANCING 1 LINE.
011900     MOVE 'POSTED BY AN EARLIER RUN      ' TO RT-LABEL.
011910     MOVE GP-PREV-POSTED TO RT-COUNT.
011920     WRITE REGISTER-REC FROM REG-TOTAL-LINE
011930             AFTER ADVANCING 1 LINE.
011932     MOVE 'EARLIER GRADES DISTRIBUTED    ' TO RT-LABEL.
011934     MOVE GP-CARRIED TO RT-COUNT.
011936     WRITE REGISTER-REC FROM REG-TOTAL-LINE
011938             AFTER ADVANCING 1 LINE.
011940     MOVE 'REGISTRATIONS WITHOUT A GRADE ' TO RT-LABEL.
011950     MOVE GP-MISSING TO RT-COUNT.
011960     WRITE REGISTER-REC FROM REG-TOTAL-LINE
011970             AFTER ADVANCING 1 LINE.
011980     MOVE SPACES TO MISSING-REC.
011990     WRITE MISSING-REC AFTER ADVANCING 1 LINE.
012000     WRITE MISSING-REC FROM REG-TOTAL-LINE
012010             AFTER ADVANCING 1 LINE.
012020*
012030******************************************************************
012040* CLOSES FILES ***
012050******************************************************************
012060 9000-TERMINATE.
012070     CLOSE COURSE-FILE, REGISTER-FILE, MISSING-FILE,
012080           DIST-FILE.
012090*
012100******************************************************************
012110* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN THE ***
012120* CONTROL TOTALS FAILED, 4 WHEN ANY CARDS WERE REJECTED OR ANY ***
012130* REGISTRATIONS ARE STILL WITHOUT A GRADE, 0 OTHERWISE ***
012140******************************************************************
012150 9100-SET-RETURN-CODE.
012160     IF CONTROL-FAILED
012170     THEN
012180         MOVE 12 TO RETURN-CODE
012190     ELSE
012200         IF GP-REJECTED > 0 OR GP-MISSING > 0
012210         THEN
012220             MOVE 4 TO RETURN-CODE
012230         END-IF
012240     END-IF.
012250*
012260******************************************************************
012270* ABORTS THE RUN WHEN AN INPUT FILE IS FOUND OUT OF KEY ***
012280* SEQUENCE - A MIS-SORTED INPUT WOULD REJECT GOOD GRADES AND ***
012290* REPORT THEM MISSING, SO THE RUN STOPS INSTEAD ***
012300******************************************************************
012310 9900-SEQUENCE-ABORT.
012320     CLOSE COURSE-FILE, REGDETL-FILE, GRADE-FILE, INSTSRT-FILE,
012330           PRIOR-FILE, HIST-FILE, REGISTER-FILE, MISSING-FILE,
012340           DIST-FILE.
012350     MOVE 16 TO RETURN-CODE.
012360     PERFORM 9500-WRITE-STATUS.
012370     STOP RUN.
012380*
012390******************************************************************
012400* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
012410* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
012420* THE MORNING OPERATIONS SUMMARY ***
012430******************************************************************
012440 9500-WRITE-STATUS.
012450     ACCEPT STL-DATE FROM DATE.
012460     ACCEPT STL-TIME FROM TIME.
012470     MOVE GP-CARDS-READ TO STL-READ.
012480     MOVE GP-POSTED TO STL-WRITTEN.
012490     COMPUTE STL-EXCEPTIONS = GP-REJECTED + GP-MISSING.
012500     MOVE RETURN-CODE TO STL-RETCODE.
012510     OPEN EXTEND STATUS-FILE.
012520     IF GP-STAT-STATUS NOT = '00'
012530     THEN
012540         OPEN OUTPUT STATUS-FILE
012550     END-IF.
012560     WRITE STATUS-REC FROM STATUS-LINE.
012570     CLOSE STATUS-FILE.
012580*
012590******************************************************************
012600* BRINGS THE COURSE AND INSTRUCTOR SIDES UP TO GP-SEEK-KEY AND ***
012610* TAKES THE SECTION'S TITLE AND INSTRUCTOR FROM THEM.  THE ***
012620* CROSS-REFERENCE IS SORTED WITH DUPLICATES IN FILE ORDER, SO ***
012630* A TEAM-TAUGHT SECTION GETS ITS FIRST INSTRUCTOR ***
012640******************************************************************
012650 2110-FIND-SECTION.
012660     PERFORM 6300-ADVANCE-COURSE THRU 6300-EXIT
012670             UNTIL END-OF-DATA
012680             OR GP-COURSE-KEY NOT < GP-SEEK-KEY.
012690     IF NOT END-OF-DATA AND GP-COURSE-KEY = GP-SEEK-KEY
012700     THEN
012710         MOVE C-TITLE TO GP-SECT-TITLE
012720     ELSE
012730         MOVE 'NOT ON COURSE MASTER' TO GP-SECT-TITLE
012740     END-IF.
012750     PERFORM 6500-ADVANCE-INSTR THRU 6500-EXIT
012760             UNTIL INSTSRT-EOF
012770             OR SI-KEY NOT < GP-SEEK-KEY.
012780     IF NOT INSTSRT-EOF AND SI-KEY = GP-SEEK-KEY
012790     THEN
012800         MOVE SI-NAME TO GP-SECT-INSTR
012810     ELSE
012820         MOVE 'NOT ASSIGNED' TO GP-SECT-INSTR
012830     END-IF.
012840*
012850******************************************************************
012860* AN EARLIER GRADE FOR A SECTION WITH NO REGISTRATION OR CARD ***
012870* LEFT TONIGHT - FINDS ITS SECTION AND PASSES IT ON TO THE ***
012880* DISTRIBUTION ***
012890******************************************************************
012900 2150-FLUSH-PRIOR.
012910     MOVE PR-KEY TO GP-SEEK-KEY.
012920     PERFORM 2110-FIND-SECTION.
012930     PERFORM 6700-ADVANCE-PRIOR THRU 6700-EXIT.
012940 2150-EXIT.
012950     EXIT.
012960*
012970******************************************************************
012980* RELEASES ONE GRADE ALREADY ON THE HISTORY TO THE ***
012990* DISTRIBUTION SORT UNDER THE CURRENT SECTION'S TITLE AND ***
013000* INSTRUCTOR.  A GRADE NO LONGER IN THE GRADE TABLE CANNOT BE ***
013010* PLACED IN A COLUMN AND IS LEFT OUT ***
013020******************************************************************
013030 6750-RELEASE-PRIOR.
013040     MOVE 'N' TO PRIOR-GRADE-VALID-SW.
013050     PERFORM 6760-PROBE-PRIOR-GRADE
013060             VARYING GP-H FROM 1 BY 1
013070             UNTIL GP-H > GP-MAX-GRADES
013080             OR PRIOR-GRADE-VALID.
013090     SUBTRACT 1 FROM GP-H.
013100     IF PRIOR-GRADE-VALID
013110     THEN
013120         MOVE PR-ABB TO SG-ABB
013130         MOVE PR-NUMB TO SG-NUMB
013140         MOVE GP-SECT-INSTR TO SG-NAME
013150         MOVE GP-SECT-TITLE TO SG-TITLE
013160         MOVE GE-COLUMN(GP-H) TO SG-COLUMN
013170         MOVE GE-POINTS(GP-H) TO SG-POINTS
013180         RELEASE SORT-DIST-REC
013190         ADD 1 TO GP-CARRIED
013200     ELSE
013210         DISPLAY 'HISTORY GRADE ' PR-GRADE ' FOR ' PR-KEY ' '
013220             PR-STUDENT-ID ' NOT IN GRADE TABLE'
013230     END-IF.
013240*
013250 6760-PROBE-PRIOR-GRADE.
013260     IF GE-GRADE(GP-H) = PR-GRADE
013270     THEN
013280         SET PRIOR-GRADE-VALID TO TRUE
013290     END-IF.
