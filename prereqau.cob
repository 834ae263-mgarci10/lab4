000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PREREQAU.
000030 AUTHOR. J MCALLISTER.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  JM    INITIAL WRITE - PREREQUISITE AUDIT OF THE
000110*                   REGISTRATION DETAIL AGAINST THE TRANSCRIPT
000120*                   HISTORY
000130*----------------------------------------------------------------
000140*
000150* RUN ON REQUEST DURING THE FIRST WEEKS OF THE TERM.  THE
000160* PREREQUISITE FILE (DA-S-PREREQ) NAMES A COURSE (ABB/NUMB), UP
000170* TO FOUR REQUIRED COURSES, AND THE MINIMUM GRADE EACH MUST HAVE
000180* BEEN PASSED WITH; A COURSE WITH MORE REQUIREMENTS OR WITH
000190* DIFFERENT MINIMUM GRADES TAKES MORE THAN ONE RECORD, AND EVERY
000200* REQUIREMENT ON EVERY RECORD FOR THE COURSE MUST BE MET.  EACH
000210* REGISTRATION ON DA-S-REGDETL FOR A COURSE WITH PREREQUISITES
000220* IS EXPANDED INTO ONE NEED PER REQUIRED COURSE, THE NEEDS ARE
000230* SORTED BY STUDENT AND REQUIRED COURSE, AND THEY ARE MATCHED
000240* AGAINST THE TRANSCRIPT HISTORY (DA-S-TRANSCR, WRITTEN BY
000250* GRDPOST) SORTED THE SAME WAY.  THE BEST GRADE THE STUDENT
000260* EVER EARNED IN THE REQUIRED COURSE MUST RANK AT OR ABOVE THE
000270* MINIMUM; A PASS (P) RANKS WITH A D-.  EVERY SHORTFALL IS
000280* PRINTED ON THE AUDIT REPORT (UR-S-PRQAUD) GROUPED BY SECTION
000290* FOR THE DEPARTMENT TO REVIEW.  WHEN THE DEPARTMENT RETURNS
000300* CONFIRMATION CARDS (UR-S-PRQCONF - A SECTION KEY, AND A
000310* STUDENT ID OR BLANKS FOR EVERY STUDENT LISTED IN THE SECTION),
000320* A 'D' DROP CARD IS WRITTEN TO UR-S-REGTRAN, IN KEY SEQUENCE
000330* AND READY FOR REGMAINT, FOR EACH CONFIRMED STUDENT.  WITH NO
000340* CONFIRMATION CARDS THE RUN IS REPORT-ONLY AND UR-S-REGTRAN IS
000350* NOT TOUCHED.
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT REGDETL-FILE ASSIGN TO 'DA-S-REGDETL' ORGANIZATION
000420             IS LINE SEQUENTIAL.
000430     SELECT OPTIONAL PREREQ-FILE ASSIGN TO 'DA-S-PREREQ'
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS PA-PREREQ-STATUS.
000460     SELECT OPTIONAL HIST-FILE ASSIGN TO 'DA-S-TRANSCR'
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS PA-HIST-STATUS.
000490     SELECT OPTIONAL CONF-FILE ASSIGN TO 'UR-S-PRQCONF'
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS PA-CONF-STATUS.
000520     SELECT NEED-FILE ASSIGN TO 'DA-S-PRQNEED' ORGANIZATION
000530             IS LINE SEQUENTIAL.
000540     SELECT HSORT-FILE ASSIGN TO 'DA-S-PRQHIST' ORGANIZATION
000550             IS LINE SEQUENTIAL.
000560     SELECT DROPTRAN-FILE ASSIGN TO 'UR-S-REGTRAN' ORGANIZATION
000570             IS LINE SEQUENTIAL.
000580     SELECT REPORT-FILE ASSIGN TO 'UR-S-PRQAUD' ORGANIZATION
000590             IS LINE SEQUENTIAL.
000600     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS PA-STAT-STATUS.
000630     SELECT SORT-NEED-WORK ASSIGN TO 'SORTWK01'.
000640     SELECT SORT-HIST-WORK ASSIGN TO 'SORTWK02'.
000650     SELECT SORT-VIOL-WORK ASSIGN TO 'SORTWK03'.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690******************************************************************
000700* STUDENT REGISTRATION DETAIL - ONE RECORD PER STUDENT PER ***
000710* SECTION, IN KEY AND STUDENT-ID SEQUENCE ***
000720******************************************************************
000730 FD  REGDETL-FILE.
000740 01  REGDETL-DATA.
000750     88  REGDETL-EOF VALUE HIGH-VALUES.
000760     03  RD-KEY.
000770         05  RD-ABB PIC XXX.
000780         05  RD-NUMB PIC XXXX.
000790         05  RD-SEC PIC XXX.
000800     03  RD-STUDENT-ID PIC 9(07).
000810     03  RD-STUDENT-NAME PIC X(25).
000820     03  FILLER PIC X(38).
000830*
000840******************************************************************
000850* PREREQUISITE FILE - A COURSE, THE MINIMUM GRADE, AND UP TO ***
000860* FOUR REQUIRED COURSES (UNUSED SLOTS BLANK), IN NO ORDER ***
000870******************************************************************
000880 FD  PREREQ-FILE.
000890 01  PREREQ-DATA.
000900     88  PREREQ-EOF VALUE HIGH-VALUES.
000910     03  PQ-ABB PIC XXX.
000920     03  PQ-NUMB PIC XXXX.
000930     03  PQ-MIN-GRADE PIC XX.
000940     03  PQ-REQ OCCURS 4 TIMES.
000950         05  PQ-REQ-ABB PIC XXX.
000960         05  PQ-REQ-NUMB PIC XXXX.
000970     03  FILLER PIC X(43).
000980*
000990******************************************************************
001000* CUMULATIVE TRANSCRIPT HISTORY - ONE RECORD PER POSTED GRADE, ***
001010* EVERY TERM, AS GRDPOST APPENDS IT ***
001020******************************************************************
001030 FD  HIST-FILE.
001040 01  HIST-DATA.
001050     88  HIST-EOF VALUE HIGH-VALUES.
001060     03  TH-STUDENT-ID PIC 9(7).
001070     03  TH-TERM PIC X(6).
001080     03  TH-KEY.
001090         05  TH-ABB PIC XXX.
001100         05  TH-NUMB PIC XXXX.
001110         05  TH-SEC PIC XXX.
001120     03  TH-GRADE PIC XX.
001130     03  TH-POST-DATE PIC 9(6).
001140     03  TH-STUDENT-NAME PIC X(25).
001150     03  FILLER PIC X(24).
001160*
001170******************************************************************
001180* DEPARTMENT CONFIRMATION CARD - DROP THE STUDENT FROM THE ***
001190* SECTION, OR EVERY STUDENT LISTED IN IT WHEN THE ID IS BLANK ***
001200******************************************************************
001210 FD  CONF-FILE.
001220 01  CONF-DATA.
001230     88  CONF-EOF VALUE HIGH-VALUES.
001240     03  PC-KEY.
001250         05  PC-ABB PIC XXX.
001260         05  PC-NUMB PIC XXXX.
001270         05  PC-SEC PIC XXX.
001280     03  PC-STUDENT-ID PIC X(7).
001290     03  FILLER PIC X(63).
001300*
001310******************************************************************
001320* ONE NEED PER REGISTRATION PER REQUIRED COURSE, IN STUDENT ***
001330* AND REQUIRED-COURSE SEQUENCE ***
001340******************************************************************
001350 FD  NEED-FILE.
001360 01  NEED-DATA.
001370     88  NEED-EOF VALUE HIGH-VALUES.
001380     03  ND-HKEY.
001390         05  ND-STUDENT-ID PIC 9(7).
001400         05  ND-REQ-ABB PIC XXX.
001410         05  ND-REQ-NUMB PIC XXXX.
001420     03  ND-SECT-KEY PIC X(10).
001430     03  ND-STUDENT-NAME PIC X(25).
001440     03  ND-MIN-GRADE PIC XX.
001450     03  ND-MIN-RANK PIC 99.
001460*
001470******************************************************************
001480* THE TRANSCRIPT HISTORY IN STUDENT AND COURSE SEQUENCE ***
001490******************************************************************
001500 FD  HSORT-FILE.
001510 01  HSORT-DATA.
001520     88  HSORT-EOF VALUE HIGH-VALUES.
001530     03  HS-HKEY.
001540         05  HS-STUDENT-ID PIC 9(7).
001550         05  HS-ABB PIC XXX.
001560         05  HS-NUMB PIC XXXX.
001570     03  HS-GRADE PIC XX.
001580     03  HS-TERM PIC X(6).
001590*
001600 FD  DROPTRAN-FILE.
001610 01  DROPTRAN-REC PIC X(80).
001620*
001630 FD  REPORT-FILE.
001640 01  REPORT-REC PIC X(132).
001650*
001660******************************************************************
001670* SHARED RUN-STATUS FILE - ONE RECORD APPENDED PER PROGRAM ***
001680* RUN, READ BY RUNSUMM FOR THE OPERATIONS SUMMARY ***
001690******************************************************************
001700 FD  STATUS-FILE.
001710 01  STATUS-REC PIC X(80).
001720*
001730 SD  SORT-NEED-WORK.
001740 01  SORT-NEED-REC.
001750     05  SN-STUDENT-ID PIC 9(7).
001760     05  SN-REQ-ABB PIC XXX.
001770     05  SN-REQ-NUMB PIC XXXX.
001780     05  SN-SECT-KEY PIC X(10).
001790     05  SN-STUDENT-NAME PIC X(25).
001800     05  SN-MIN-GRADE PIC XX.
001810     05  SN-MIN-RANK PIC 99.
001820*
001830 SD  SORT-HIST-WORK.
001840 01  SORT-HIST-REC.
001850     05  SH-STUDENT-ID PIC 9(7).
001860     05  SH-ABB PIC XXX.
001870     05  SH-NUMB PIC XXXX.
001880     05  SH-GRADE PIC XX.
001890     05  SH-TERM PIC X(6).
001900*
001910******************************************************************
001920* ONE ROW PER UNMET REQUIREMENT, SORTED BACK INTO SECTION AND ***
001930* STUDENT SEQUENCE FOR THE REPORT AND THE DROP CARDS ***
001940******************************************************************
001950 SD  SORT-VIOL-WORK.
001960 01  SORT-VIOL-REC.
001970     05  SV-SECT-KEY.
001980         10  SV-ABB PIC XXX.
001990         10  SV-NUMB PIC XXXX.
002000         10  SV-SEC PIC XXX.
002010     05  SV-STUDENT-ID PIC 9(7).
002020     05  SV-REQ-ABB PIC XXX.
002030     05  SV-REQ-NUMB PIC XXXX.
002040     05  SV-STUDENT-NAME PIC X(25).
002050     05  SV-MIN-GRADE PIC XX.
002060     05  SV-BEST-GRADE PIC XX.
002070     05  SV-BEST-TERM PIC X(6).
002080*
002090 WORKING-STORAGE SECTION.
002100 77  PA-DETAILS-READ PIC 9(5) VALUE 0.
002110 77  PA-DETAILS-CHECKED PIC 9(5) VALUE 0.
002120 77  PA-NEEDS PIC 9(7) VALUE 0.
002130 77  PA-VIOLATIONS PIC 9(5) VALUE 0.
002140 77  PA-STUDENTS-LISTED PIC 9(5) VALUE 0.
002150 77  PA-DROPS-WRITTEN PIC 9(5) VALUE 0.
002160 77  PA-HIST-READ PIC 9(7) VALUE 0.
002170 77  PA-PREREQ-READ PIC 9(5) VALUE 0.
002180 77  PA-PREREQ-BAD PIC 9(5) VALUE 0.
002190 77  PA-MAX-PREREQS PIC 9(4) VALUE 2000.
002200 77  PA-PREREQ-COUNT PIC 9(4) VALUE 0.
002210 77  PA-MAX-CONFS PIC 9(4) VALUE 500.
002220 77  PA-CONF-COUNT PIC 9(4) VALUE 0.
002230 77  PA-DROPPED-COUNT PIC 9(5) VALUE 0.
002240 77  PA-MAX-GRADES PIC 99 VALUE 15.
002250 77  PA-PREREQ-STATUS PIC XX VALUE '00'.
002260 77  PA-HIST-STATUS PIC XX VALUE '00'.
002270 77  PA-CONF-STATUS PIC XX VALUE '00'.
002280 77  PA-STAT-STATUS PIC XX VALUE '00'.
002290 77  PA-P PIC 9(4) VALUE 0.
002300 77  PA-Q PIC 9 VALUE 0.
002310 77  PA-X PIC 9(4) VALUE 0.
002320 77  PA-G PIC 99 VALUE 0.
002330 77  PA-RANK PIC 99 VALUE 0.
002340 77  PA-MIN-RANK PIC 99 VALUE 0.
002350 77  PA-BEST-RANK PIC 99 VALUE 0.
002360 01  MISC.
002370     03  SORT-EOF-SW PIC X VALUE 'N'.
002380         88  SORT-EOF VALUE 'Y'.
002390     03  HIST-MISSING-SW PIC X VALUE 'N'.
002400         88  HIST-MISSING VALUE 'Y'.
002410     03  DROPS-WANTED-SW PIC X VALUE 'N'.
002420         88  DROPS-WANTED VALUE 'Y'.
002430     03  GRADE-FOUND-SW PIC X VALUE 'N'.
002440         88  GRADE-FOUND VALUE 'Y'.
002450     03  CONFIRMED-SW PIC X VALUE 'N'.
002460         88  CONFIRMED VALUE 'Y'.
002470     03  HAS-PREREQ-SW PIC X VALUE 'N'.
002480         88  HAS-PREREQ VALUE 'Y'.
002490     03  PA-DETAIL-KEY.
002500         05  PA-D-KEY PIC X(10).
002510         05  PA-D-STUDENT PIC X(7).
002520     03  PA-PREV-DETAIL-KEY PIC X(17) VALUE LOW-VALUES.
002530     03  PA-LAST-HKEY PIC X(14) VALUE LOW-VALUES.
002540     03  PA-BEST-GRADE PIC XX VALUE SPACES.
002550     03  PA-BEST-TERM PIC X(6) VALUE SPACES.
002560     03  PA-PROBE-GRADE PIC XX VALUE SPACES.
002570     03  PA-MIN-GRADE PIC XX VALUE SPACES.
002580     03  PA-PREV-SECT-KEY PIC X(10) VALUE SPACES.
002590     03  PA-PREV-STUDENT PIC 9(7) VALUE 0.
002600     03  PA-SV-STUDENT PIC X(7) VALUE SPACES.
002610*
002620******************************************************************
002630* THE GRADES THE REGISTRAR ACCEPTS AND THEIR RANK FOR THE ***
002640* MINIMUM-GRADE TEST - F, I AND W NEVER SATISFY A REQUIREMENT, ***
002650* A PASS RANKS WITH THE LOWEST PASSING LETTER GRADE ***
002660******************************************************************
002670 01  GRADE-VALUES.
002680     03  FILLER PIC X(4) VALUE 'A 12'.
002690     03  FILLER PIC X(4) VALUE 'A-11'.
002700     03  FILLER PIC X(4) VALUE 'B+10'.
002710     03  FILLER PIC X(4) VALUE 'B 09'.
002720     03  FILLER PIC X(4) VALUE 'B-08'.
002730     03  FILLER PIC X(4) VALUE 'C+07'.
002740     03  FILLER PIC X(4) VALUE 'C 06'.
002750     03  FILLER PIC X(4) VALUE 'C-05'.
002760     03  FILLER PIC X(4) VALUE 'D+04'.
002770     03  FILLER PIC X(4) VALUE 'D 03'.
002780     03  FILLER PIC X(4) VALUE 'D-02'.
002790     03  FILLER PIC X(4) VALUE 'P 02'.
002800     03  FILLER PIC X(4) VALUE 'F 00'.
002810     03  FILLER PIC X(4) VALUE 'I 00'.
002820     03  FILLER PIC X(4) VALUE 'W 00'.
002830 01  GRADE-TABLE REDEFINES GRADE-VALUES.
002840     03  GRADE-ENTRY OCCURS 15 TIMES.
002850         05  GE-GRADE PIC XX.
002860         05  GE-RANK PIC 99.
002870*
002880******************************************************************
002890* IN-MEMORY PREREQUISITE TABLE - ONE ENTRY PER COURSE PER ***
002900* REQUIRED COURSE ***
002910******************************************************************
002920 01  PREREQ-TABLE.
002930     05  PREREQ-ENTRY OCCURS 2000 TIMES.
002940         10  PT-ABB PIC XXX.
002950         10  PT-NUMB PIC XXXX.
002960         10  PT-REQ-ABB PIC XXX.
002970         10  PT-REQ-NUMB PIC XXXX.
002980         10  PT-MIN-GRADE PIC XX.
002990         10  PT-MIN-RANK PIC 99.
003000*
003010******************************************************************
003020* IN-MEMORY COPY OF THE DEPARTMENT CONFIRMATION CARDS ***
003030******************************************************************
003040 01  CONF-TABLE.
003050     05  CONF-ENTRY OCCURS 500 TIMES.
003060         10  CT-KEY PIC X(10).
003070         10  CT-STUDENT-ID PIC X(7).
003080         10  CT-USED PIC X.
003090*
003100******************************************************************
003110* DROP TRANSACTION CARD IMAGE - SAME LAYOUT AS THE UR-S-REGTRAN **
003120* CARD REGMAINT READS ***
003130******************************************************************
003140 01  DROP-CARD-OUT.
003150     03  DC-CODE PIC X VALUE 'D'.
003160     03  DC-ABB PIC XXX.
003170     03  DC-NUMB PIC XXXX.
003180     03  DC-SEC PIC XXX.
003190     03  DC-STUDENT-ID PIC 9(7).
003200     03  DC-STUDENT-NAME PIC X(25).
003210     03  FILLER PIC X(37) VALUE SPACES.
003220*
003230******************************************************************
003240* DESCRIPTION OF AUDIT REPORT HEADING, SECTION, DETAIL, AND ***
003250* TOTAL LINES ***
003260******************************************************************
003270 01  AUDIT-HEADING1.
003280     03  FILLER PIC X(10) VALUE SPACES.
003290     03  FILLER PIC X(35) VALUE
003300             'PREREQUISITE AUDIT OF REGISTRATIONS'.
003310 01  AUDIT-HEADING2.
003320     03  FILLER PIC X(14) VALUE SPACES.
003330     03  FILLER PIC X(9) VALUE 'STUDENT'.
003340     03  FILLER PIC X(27) VALUE 'NAME'.
003350     03  FILLER PIC X(14) VALUE 'LACKS'.
003360     03  FILLER PIC X(5) VALUE 'MIN'.
003370     03  FILLER PIC X(15) VALUE 'BEST / TERM'.
003380     03  FILLER PIC X(6) VALUE 'ACTION'.
003390 01  AUDIT-SECT-LINE.
003400     03  FILLER PIC X(10) VALUE SPACES.
003410     03  FILLER PIC X(8) VALUE 'SECTION '.
003420     03  AS-ABB PIC XXX.
003430     03  FILLER PIC X VALUE SPACES.
003440     03  AS-NUMB PIC XXXX.
003450     03  FILLER PIC X VALUE SPACES.
003460     03  AS-SEC PIC XXX.
003470 01  AUDIT-DETAIL.
003480     03  FILLER PIC X(14) VALUE SPACES.
003490     03  AD-STUDENT-ID PIC 9(7).
003500     03  FILLER PIC X(2) VALUE SPACES.
003510     03  AD-STUDENT-NAME PIC X(25).
003520     03  FILLER PIC X(2) VALUE SPACES.
003530     03  AD-REQ-ABB PIC XXX.
003540     03  FILLER PIC X VALUE SPACES.
003550     03  AD-REQ-NUMB PIC XXXX.
003560     03  FILLER PIC X(6) VALUE SPACES.
003570     03  AD-MIN-GRADE PIC XX.
003580     03  FILLER PIC X(3) VALUE SPACES.
003590     03  AD-BEST-GRADE PIC X(4).
003600     03  FILLER PIC X(3) VALUE SPACES.
003610     03  AD-BEST-TERM PIC X(6).
003620     03  FILLER PIC X(2) VALUE SPACES.
003630     03  AD-NOTE PIC X(17).
003640 01  AUDIT-MESSAGE-LINE.
003650     03  FILLER PIC X(10) VALUE SPACES.
003660     03  AM-TEXT PIC X(60).
003670 01  AUDIT-UNUSED-LINE.
003680     03  FILLER PIC X(10) VALUE SPACES.
003690     03  FILLER PIC X(13) VALUE 'CONFIRMATION '.
003700     03  AU-KEY PIC X(10).
003710     03  FILLER PIC X VALUE SPACES.
003720     03  AU-STUDENT-ID PIC X(7).
003730     03  FILLER PIC X(37) VALUE
003740             ' MATCHES NO LISTED STUDENT - IGNORED'.
003750 01  AUDIT-TOTAL-LINE.
003760     03  FILLER PIC X(10) VALUE SPACES.
003770     03  AT-LABEL PIC X(32).
003780     03  AT-COUNT PIC ZZZZZZ9.
003790*
003800******************************************************************
003810* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
003820* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
003830******************************************************************
003840 01  STATUS-LINE.
003850     03  STL-PROGRAM PIC X(8) VALUE 'PREREQAU'.
003860     03  FILLER PIC X VALUE SPACES.
003870     03  STL-DATE PIC 9(6) VALUE 0.
003880     03  FILLER PIC X VALUE SPACES.
003890     03  STL-TIME PIC 9(8) VALUE 0.
003900     03  FILLER PIC X VALUE SPACES.
003910     03  STL-READ PIC 9(5) VALUE 0.
003920     03  FILLER PIC X VALUE SPACES.
003930     03  STL-WRITTEN PIC 9(5) VALUE 0.
003940     03  FILLER PIC X VALUE SPACES.
003950     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
003960     03  FILLER PIC X VALUE SPACES.
003970     03  STL-RETCODE PIC 99 VALUE 0.
003980     03  FILLER PIC X(35) VALUE SPACES.
003990*
004000 PROCEDURE DIVISION.
004010 0000-MAINLINE.
004020     PERFORM 1000-INITIALIZE.
004030     SORT SORT-NEED-WORK
004040         ON ASCENDING KEY SN-STUDENT-ID SN-REQ-ABB SN-REQ-NUMB
004050         INPUT PROCEDURE IS 2000-EXPAND-REGS
004060             THRU 2000-EXIT
004070         GIVING NEED-FILE.
004080     SORT SORT-HIST-WORK
004090         ON ASCENDING KEY SH-STUDENT-ID SH-ABB SH-NUMB
004100         INPUT PROCEDURE IS 1300-RELEASE-HIST
004110             THRU 1300-EXIT
004120         GIVING HSORT-FILE.
004130     IF HIST-MISSING AND DROPS-WANTED
004140     THEN
004150         MOVE 'N' TO DROPS-WANTED-SW
004160         MOVE 'TRANSCRIPT HISTORY NOT AVAILABLE - NO DROP CARDS'
004170             TO AM-TEXT
004180         WRITE REPORT-REC FROM AUDIT-MESSAGE-LINE
004190                 AFTER ADVANCING 1 LINE
004200     END-IF.
004210     IF DROPS-WANTED
004220     THEN
004230         OPEN OUTPUT DROPTRAN-FILE
004240     END-IF.
004250     SORT SORT-VIOL-WORK
004260         ON ASCENDING KEY SV-SECT-KEY SV-STUDENT-ID
004270             SV-REQ-ABB SV-REQ-NUMB
004280         INPUT PROCEDURE IS 3000-MATCH-NEEDS
004290             THRU 3000-EXIT
004300         OUTPUT PROCEDURE IS 4000-PRINT-VIOLATIONS
004310             THRU 4000-EXIT.
004320     PERFORM 8000-PRINT-TOTALS.
004330     PERFORM 9000-TERMINATE.
004340     PERFORM 9100-SET-RETURN-CODE.
004350     PERFORM 9500-WRITE-STATUS.
004360     STOP RUN.
004370*
004380******************************************************************
004390* OPENS THE REPORT, LOADS THE PREREQUISITE TABLE AND THE ***
004400* CONFIRMATION CARDS, AND PRINTS THE REPORT HEADINGS ***
004410******************************************************************
004420 1000-INITIALIZE.
004430     OPEN OUTPUT REPORT-FILE.
004440     WRITE REPORT-REC FROM AUDIT-HEADING1
004450             AFTER ADVANCING PAGE.
004460     WRITE REPORT-REC FROM AUDIT-HEADING2
004470             AFTER ADVANCING 1 LINE.
004480     MOVE SPACES TO REPORT-REC.
004490     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
004500     PERFORM 1200-LOAD-PREREQS THRU 1200-EXIT.
004510     PERFORM 1400-LOAD-CONFIRMS THRU 1400-EXIT.
004520     IF PA-CONF-COUNT > 0
004530     THEN
004540         SET DROPS-WANTED TO TRUE
004550     END-IF.
004560*
004570******************************************************************
004580* LOADS THE PREREQUISITE FILE INTO THE TABLE - NO FILE MEANS ***
004590* NO COURSE HAS A PREREQUISITE AND THE AUDIT FINDS NOTHING ***
004600******************************************************************
004610 1200-LOAD-PREREQS.
004620     OPEN INPUT PREREQ-FILE.
004630     IF PA-PREREQ-STATUS NOT = '00'
004640     THEN
004650         DISPLAY 'DA-S-PREREQ NOT AVAILABLE - AUDIT SKIPPED'
004660         CLOSE PREREQ-FILE
004670         GO TO 1200-EXIT
004680     END-IF.
004690     READ PREREQ-FILE INTO PREREQ-DATA
004700             AT END SET PREREQ-EOF TO TRUE
004710     END-READ.
004720     PERFORM 1250-LOAD-ONE-PREREQ THRU 1250-EXIT
004730             UNTIL PREREQ-EOF.
004740     CLOSE PREREQ-FILE.
004750 1200-EXIT.
004760     EXIT.
004770*
004780******************************************************************
004790* CHECKS ONE PREREQUISITE RECORD AND ADDS AN ENTRY FOR EACH ***
004800* REQUIRED COURSE ON IT - A BLANK MINIMUM MEANS ANY PASSING ***
004810* GRADE, AN UNKNOWN OR FAILING MINIMUM REJECTS THE RECORD ***
004820******************************************************************
004830 1250-LOAD-ONE-PREREQ.
004840     ADD 1 TO PA-PREREQ-READ.
004850     IF PQ-MIN-GRADE = SPACES
004860     THEN
004870         MOVE 'D-' TO PQ-MIN-GRADE
004880     END-IF.
004890     MOVE PQ-MIN-GRADE TO PA-PROBE-GRADE.
004900     PERFORM 3150-FIND-RANK.
004910     IF NOT GRADE-FOUND OR PA-RANK = 0
004920     THEN
004930         DISPLAY 'DA-S-PREREQ ' PQ-ABB ' ' PQ-NUMB
004940             ' INVALID MINIMUM GRADE ' PQ-MIN-GRADE
004950             ' - NOT LOADED'
004960         ADD 1 TO PA-PREREQ-BAD
004970         GO TO 1250-READ
004980     END-IF.
004990     MOVE PA-RANK TO PA-MIN-RANK.
005000     PERFORM 1260-LOAD-ONE-REQ
005010             VARYING PA-Q FROM 1 BY 1
005020             UNTIL PA-Q > 4.
005030 1250-READ.
005040     READ PREREQ-FILE INTO PREREQ-DATA
005050             AT END SET PREREQ-EOF TO TRUE
005060     END-READ.
005070 1250-EXIT.
005080     EXIT.
005090*
005100 1260-LOAD-ONE-REQ.
005110     IF PQ-REQ-ABB(PA-Q) NOT = SPACES
005120     THEN
005130         IF PA-PREREQ-COUNT < PA-MAX-PREREQS
005140         THEN
005150             ADD 1 TO PA-PREREQ-COUNT
005160             MOVE PQ-ABB TO PT-ABB(PA-PREREQ-COUNT)
005170             MOVE PQ-NUMB TO PT-NUMB(PA-PREREQ-COUNT)
005180             MOVE PQ-REQ-ABB(PA-Q)
005190                 TO PT-REQ-ABB(PA-PREREQ-COUNT)
005200             MOVE PQ-REQ-NUMB(PA-Q)
005210                 TO PT-REQ-NUMB(PA-PREREQ-COUNT)
005220             MOVE PQ-MIN-GRADE TO PT-MIN-GRADE(PA-PREREQ-COUNT)
005230             MOVE PA-MIN-RANK TO PT-MIN-RANK(PA-PREREQ-COUNT)
005240         ELSE
005250             DISPLAY 'PREREQUISITE TABLE FULL - '
005260                 PQ-ABB ' ' PQ-NUMB ' NOT LOADED'
005270             ADD 1 TO PA-DROPPED-COUNT
005280         END-IF
005290     END-IF.
005300*
005310******************************************************************
005320* RELEASES EVERY TRANSCRIPT RECORD TO THE STUDENT/COURSE ***
005330* SORT - NO HISTORY YET MEANS NO STUDENT HAS COMPLETED ***
005340* ANYTHING, SO THE AUDIT LISTS BUT WRITES NO DROP CARDS ***
005350******************************************************************
005360 1300-RELEASE-HIST.
005370     OPEN INPUT HIST-FILE.
005380     IF PA-HIST-STATUS NOT = '00'
005390     THEN
005400         DISPLAY 'DA-S-TRANSCR NOT AVAILABLE - DROPS SUPPRESSED'
005410         SET HIST-MISSING TO TRUE
005420         CLOSE HIST-FILE
005430         GO TO 1300-EXIT
005440     END-IF.
005450     PERFORM 7300-READ-HISTORY.
005460     PERFORM 1350-RELEASE-ONE THRU 1350-EXIT
005470             UNTIL HIST-EOF.
005480     CLOSE HIST-FILE.
005490 1300-EXIT.
005500     EXIT.
005510*
005520 1350-RELEASE-ONE.
005530     MOVE TH-STUDENT-ID TO SH-STUDENT-ID.
005540     MOVE TH-ABB TO SH-ABB.
005550     MOVE TH-NUMB TO SH-NUMB.
005560     MOVE TH-GRADE TO SH-GRADE.
005570     MOVE TH-TERM TO SH-TERM.
005580     RELEASE SORT-HIST-REC.
005590     PERFORM 7300-READ-HISTORY.
005600 1350-EXIT.
005610     EXIT.
005620*
005630******************************************************************
005640* LOADS THE DEPARTMENT CONFIRMATION CARDS - NO CARDS MEANS A ***
005650* REPORT-ONLY RUN ***
005660******************************************************************
005670 1400-LOAD-CONFIRMS.
005680     OPEN INPUT CONF-FILE.
005690     IF PA-CONF-STATUS NOT = '00'
005700     THEN
005710         CLOSE CONF-FILE
005720         GO TO 1400-EXIT
005730     END-IF.
005740     READ CONF-FILE INTO CONF-DATA
005750             AT END SET CONF-EOF TO TRUE
005760     END-READ.
005770     PERFORM 1450-LOAD-ONE-CONFIRM THRU 1450-EXIT
005780             UNTIL CONF-EOF.
005790     CLOSE CONF-FILE.
005800 1400-EXIT.
005810     EXIT.
005820*
005830 1450-LOAD-ONE-CONFIRM.
005840     IF PA-CONF-COUNT < PA-MAX-CONFS
005850     THEN
005860         ADD 1 TO PA-CONF-COUNT
005870         MOVE PC-KEY TO CT-KEY(PA-CONF-COUNT)
005880         MOVE PC-STUDENT-ID TO CT-STUDENT-ID(PA-CONF-COUNT)
005890         MOVE 'N' TO CT-USED(PA-CONF-COUNT)
005900     ELSE
005910         DISPLAY 'CONFIRMATION TABLE FULL - ' PC-KEY
005920             ' ' PC-STUDENT-ID ' NOT LOADED'
005930         ADD 1 TO PA-DROPPED-COUNT
005940     END-IF.
005950     READ CONF-FILE INTO CONF-DATA
005960             AT END SET CONF-EOF TO TRUE
005970     END-READ.
005980 1450-EXIT.
005990     EXIT.
006000*
006010******************************************************************
006020* SORT INPUT PROCEDURE - EXPANDS EACH REGISTRATION INTO ONE ***
006030* NEED PER REQUIRED COURSE OF THE COURSE REGISTERED FOR ***
006040******************************************************************
006050 2000-EXPAND-REGS.
006060     OPEN INPUT REGDETL-FILE.
006070     PERFORM 7100-READ-DETAIL.
006080     PERFORM 2100-EXPAND-ONE THRU 2100-EXIT
006090             UNTIL REGDETL-EOF.
006100     CLOSE REGDETL-FILE.
006110 2000-EXIT.
006120     EXIT.
006130*
006140 2100-EXPAND-ONE.
006150     MOVE 'N' TO HAS-PREREQ-SW.
006160     PERFORM 2150-MATCH-PREREQ
006170             VARYING PA-P FROM 1 BY 1
006180             UNTIL PA-P > PA-PREREQ-COUNT.
006190     IF HAS-PREREQ
006200     THEN
006210         ADD 1 TO PA-DETAILS-CHECKED
006220     END-IF.
006230     PERFORM 7100-READ-DETAIL.
006240 2100-EXIT.
006250     EXIT.
006260*
006270******************************************************************
006280* RELEASES A NEED WHEN TABLE ENTRY PA-P IS A REQUIREMENT OF ***
006290* THE COURSE REGISTERED FOR ***
006300******************************************************************
006310 2150-MATCH-PREREQ.
006320     IF PT-ABB(PA-P) = RD-ABB AND PT-NUMB(PA-P) = RD-NUMB
006330     THEN
006340         MOVE RD-STUDENT-ID TO SN-STUDENT-ID
006350         MOVE PT-REQ-ABB(PA-P) TO SN-REQ-ABB
006360         MOVE PT-REQ-NUMB(PA-P) TO SN-REQ-NUMB
006370         MOVE RD-KEY TO SN-SECT-KEY
006380         MOVE RD-STUDENT-NAME TO SN-STUDENT-NAME
006390         MOVE PT-MIN-GRADE(PA-P) TO SN-MIN-GRADE
006400         MOVE PT-MIN-RANK(PA-P) TO SN-MIN-RANK
006410         RELEASE SORT-NEED-REC
006420         ADD 1 TO PA-NEEDS
006430         SET HAS-PREREQ TO TRUE
006440     END-IF.
006450*
006460******************************************************************
006470* SORT INPUT PROCEDURE - MATCHES THE NEEDS AGAINST THE SORTED ***
006480* HISTORY AND RELEASES EVERY NEED THE HISTORY DOES NOT MEET ***
006490******************************************************************
006500 3000-MATCH-NEEDS.
006510     OPEN INPUT NEED-FILE
006520         INPUT HSORT-FILE.
006530     PERFORM 7400-READ-NEED.
006540     PERFORM 7500-READ-HSORT.
006550     PERFORM 3100-CHECK-NEED THRU 3100-EXIT
006560             UNTIL NEED-EOF.
006570     CLOSE NEED-FILE, HSORT-FILE.
006580 3000-EXIT.
006590     EXIT.
006600*
006610******************************************************************
006620* FINDS THE BEST GRADE THE STUDENT HAS IN THE REQUIRED ***
006630* COURSE - TWO NEEDS FOR THE SAME STUDENT AND COURSE (TWO ***
006640* SECTIONS, ONE PREREQUISITE) REUSE THE GRADE ALREADY FOUND ***
006650******************************************************************
006660 3100-CHECK-NEED.
006670     IF ND-HKEY NOT = PA-LAST-HKEY
006680     THEN
006690         PERFORM 6500-ADVANCE-HSORT THRU 6500-EXIT
006700                 UNTIL HSORT-EOF
006710                 OR HS-HKEY NOT < ND-HKEY
006720         MOVE 0 TO PA-BEST-RANK
006730         MOVE SPACES TO PA-BEST-GRADE
006740         MOVE SPACES TO PA-BEST-TERM
006750         PERFORM 3200-TAKE-GRADE THRU 3200-EXIT
006760                 UNTIL HSORT-EOF
006770                 OR HS-HKEY NOT = ND-HKEY
006780         MOVE ND-HKEY TO PA-LAST-HKEY
006790     END-IF.
006800     IF PA-BEST-GRADE = SPACES OR PA-BEST-RANK < ND-MIN-RANK
006810     THEN
006820         MOVE ND-SECT-KEY TO SV-SECT-KEY
006830         MOVE ND-STUDENT-ID TO SV-STUDENT-ID
006840         MOVE ND-REQ-ABB TO SV-REQ-ABB
006850         MOVE ND-REQ-NUMB TO SV-REQ-NUMB
006860         MOVE ND-STUDENT-NAME TO SV-STUDENT-NAME
006870         MOVE ND-MIN-GRADE TO SV-MIN-GRADE
006880         MOVE PA-BEST-GRADE TO SV-BEST-GRADE
006890         MOVE PA-BEST-TERM TO SV-BEST-TERM
006900         RELEASE SORT-VIOL-REC
006910         ADD 1 TO PA-VIOLATIONS
006920     END-IF.
006930     PERFORM 7400-READ-NEED.
006940 3100-EXIT.
006950     EXIT.
006960*
006970******************************************************************
006980* KEEPS THE HIGHEST-RANKED GRADE OF THE STUDENT'S ATTEMPTS AT ***
006990* THE COURSE - AN UNKNOWN GRADE CODE RANKS AS A FAILURE ***
007000******************************************************************
007010 3200-TAKE-GRADE.
007020     MOVE HS-GRADE TO PA-PROBE-GRADE.
007030     PERFORM 3150-FIND-RANK.
007040     IF PA-BEST-GRADE = SPACES OR PA-RANK > PA-BEST-RANK
007050     THEN
007060         MOVE PA-RANK TO PA-BEST-RANK
007070         MOVE HS-GRADE TO PA-BEST-GRADE
007080         MOVE HS-TERM TO PA-BEST-TERM
007090     END-IF.
007100     PERFORM 7500-READ-HSORT.
007110 3200-EXIT.
007120     EXIT.
007130*
007140******************************************************************
007150* LOOKS PA-PROBE-GRADE UP IN THE GRADE TABLE AND RETURNS ITS ***
007160* RANK IN PA-RANK (ZERO WHEN THE GRADE IS NOT IN THE TABLE) ***
007170******************************************************************
007180 3150-FIND-RANK.
007190     MOVE 'N' TO GRADE-FOUND-SW.
007200     MOVE 0 TO PA-RANK.
007210     PERFORM 3160-PROBE-GRADE
007220             VARYING PA-G FROM 1 BY 1
007230             UNTIL PA-G > PA-MAX-GRADES
007240             OR GRADE-FOUND.
007250*
007260 3160-PROBE-GRADE.
007270     IF GE-GRADE(PA-G) = PA-PROBE-GRADE
007280     THEN
007290         MOVE GE-RANK(PA-G) TO PA-RANK
007300         SET GRADE-FOUND TO TRUE
007310     END-IF.
007320*
007330******************************************************************
007340* SORT OUTPUT PROCEDURE - PRINTS THE SHORTFALLS GROUPED BY ***
007350* SECTION AND WRITES ONE DROP CARD PER CONFIRMED STUDENT ***
007360******************************************************************
007370 4000-PRINT-VIOLATIONS.
007380     PERFORM 4050-GET-NEXT THRU 4050-EXIT.
007390     PERFORM 4100-ONE-VIOLATION THRU 4100-EXIT
007400             UNTIL SORT-EOF.
007410     IF PA-VIOLATIONS = 0
007420     THEN
007430         MOVE 'NO REGISTRATIONS LACK A PREREQUISITE' TO AM-TEXT
007440         WRITE REPORT-REC FROM AUDIT-MESSAGE-LINE
007450                 AFTER ADVANCING 1 LINE
007460     END-IF.
007470 4000-EXIT.
007480     EXIT.
007490*
007500 4050-GET-NEXT.
007510     RETURN SORT-VIOL-WORK
007520             AT END SET SORT-EOF TO TRUE
007530     END-RETURN.
007540 4050-EXIT.
007550     EXIT.
007560*
007570******************************************************************
007580* PRINTS ONE SHORTFALL - A NEW SECTION GETS ITS HEADER LINE, A ***
007590* NEW STUDENT IN THE SECTION IS COUNTED AND, WHEN CONFIRMED, ***
007600* GETS ITS DROP CARD ON THE FIRST OF ITS LINES ***
007610******************************************************************
007620 4100-ONE-VIOLATION.
007630     IF SV-SECT-KEY NOT = PA-PREV-SECT-KEY
007640     THEN
007650         MOVE SV-ABB TO AS-ABB
007660         MOVE SV-NUMB TO AS-NUMB
007670         MOVE SV-SEC TO AS-SEC
007680         WRITE REPORT-REC FROM AUDIT-SECT-LINE
007690                 AFTER ADVANCING 2 LINES
007700         MOVE 0 TO PA-PREV-STUDENT
007710     END-IF.
007720     MOVE SPACES TO AD-NOTE.
007730     IF SV-SECT-KEY NOT = PA-PREV-SECT-KEY
007740       OR SV-STUDENT-ID NOT = PA-PREV-STUDENT
007750     THEN
007760         ADD 1 TO PA-STUDENTS-LISTED
007770         PERFORM 4200-CHECK-CONFIRM
007780         IF CONFIRMED
007790         THEN
007800             PERFORM 4300-WRITE-DROP
007810         END-IF
007820     END-IF.
007830     MOVE SV-SECT-KEY TO PA-PREV-SECT-KEY.
007840     MOVE SV-STUDENT-ID TO PA-PREV-STUDENT.
007850     MOVE SV-STUDENT-ID TO AD-STUDENT-ID.
007860     MOVE SV-STUDENT-NAME TO AD-STUDENT-NAME.
007870     MOVE SV-REQ-ABB TO AD-REQ-ABB.
007880     MOVE SV-REQ-NUMB TO AD-REQ-NUMB.
007890     MOVE SV-MIN-GRADE TO AD-MIN-GRADE.
007900     IF SV-BEST-GRADE = SPACES
007910     THEN
007920         MOVE 'NONE' TO AD-BEST-GRADE
007930     ELSE
007940         MOVE SV-BEST-GRADE TO AD-BEST-GRADE
007950     END-IF.
007960     MOVE SV-BEST-TERM TO AD-BEST-TERM.
007970     WRITE REPORT-REC FROM AUDIT-DETAIL
007980             AFTER ADVANCING 1 LINE.
007990     PERFORM 4050-GET-NEXT THRU 4050-EXIT.
008000 4100-EXIT.
008010     EXIT.
008020*
008030******************************************************************
008040* SETS CONFIRMED WHEN A CONFIRMATION CARD NAMES THIS SECTION ***
008050* AND EITHER THIS STUDENT OR NO STUDENT AT ALL ***
008060******************************************************************
008070 4200-CHECK-CONFIRM.
008080     MOVE 'N' TO CONFIRMED-SW.
008090     IF DROPS-WANTED
008100     THEN
008110         MOVE SV-STUDENT-ID TO PA-SV-STUDENT
008120         PERFORM 4250-PROBE-CONFIRM
008130                 VARYING PA-X FROM 1 BY 1
008140                 UNTIL PA-X > PA-CONF-COUNT
008150                 OR CONFIRMED
008160     END-IF.
008170*
008180 4250-PROBE-CONFIRM.
008190     IF CT-KEY(PA-X) = SV-SECT-KEY
008200       AND (CT-STUDENT-ID(PA-X) = SPACES
008210            OR CT-STUDENT-ID(PA-X) = PA-SV-STUDENT)
008220     THEN
008230         SET CONFIRMED TO TRUE
008240         MOVE 'Y' TO CT-USED(PA-X)
008250     END-IF.
008260*
008270******************************************************************
008280* WRITES THE REGMAINT DROP CARD FOR A CONFIRMED STUDENT ***
008290******************************************************************
008300 4300-WRITE-DROP.
008310     MOVE SV-ABB TO DC-ABB.
008320     MOVE SV-NUMB TO DC-NUMB.
008330     MOVE SV-SEC TO DC-SEC.
008340     MOVE SV-STUDENT-ID TO DC-STUDENT-ID.
008350     MOVE SV-STUDENT-NAME TO DC-STUDENT-NAME.
008360     WRITE DROPTRAN-REC FROM DROP-CARD-OUT.
008370     ADD 1 TO PA-DROPS-WRITTEN.
008380     MOVE 'DROP CARD WRITTEN' TO AD-NOTE.
008390*
008400******************************************************************
008410* ADVANCES THE SORTED HISTORY PAST STUDENTS AND COURSES NO ***
008420* NEED ASKS ABOUT ***
008430******************************************************************
008440 6500-ADVANCE-HSORT.
008450     PERFORM 7500-READ-HSORT.
008460 6500-EXIT.
008470     EXIT.
008480*
008490******************************************************************
008500* READS THE REGISTRATION DETAIL AND CHECKS ITS KEY/STUDENT ***
008510* SEQUENCE ***
008520******************************************************************
008530 7100-READ-DETAIL.
008540     READ REGDETL-FILE INTO REGDETL-DATA
008550             AT END SET REGDETL-EOF TO TRUE
008560             NOT AT END ADD 1 TO PA-DETAILS-READ
008570     END-READ.
008580     MOVE RD-KEY TO PA-D-KEY.
008590     MOVE RD-STUDENT-ID TO PA-D-STUDENT.
008600     IF PA-DETAIL-KEY < PA-PREV-DETAIL-KEY
008610     THEN
008620         DISPLAY 'DA-S-REGDETL OUT OF SEQUENCE AT KEY '
008630             PA-DETAIL-KEY
008640         PERFORM 9900-SEQUENCE-ABORT
008650     END-IF.
008660     MOVE PA-DETAIL-KEY TO PA-PREV-DETAIL-KEY.
008670*
008680******************************************************************
008690* READS THE TRANSCRIPT HISTORY FOR THE STUDENT/COURSE SORT ***
008700******************************************************************
008710 7300-READ-HISTORY.
008720     READ HIST-FILE INTO HIST-DATA
008730             AT END SET HIST-EOF TO TRUE
008740             NOT AT END ADD 1 TO PA-HIST-READ
008750     END-READ.
008760*
008770******************************************************************
008780* READS THE SORTED NEEDS ***
008790******************************************************************
008800 7400-READ-NEED.
008810     READ NEED-FILE INTO NEED-DATA
008820             AT END SET NEED-EOF TO TRUE
008830     END-READ.
008840*
008850******************************************************************
008860* READS THE SORTED HISTORY ***
008870******************************************************************
008880 7500-READ-HSORT.
008890     READ HSORT-FILE INTO HSORT-DATA
008900             AT END SET HSORT-EOF TO TRUE
008910     END-READ.
008920*
008930******************************************************************
008940* PRINTS THE RUN TOTALS AT THE FOOT OF THE REPORT, AND FLAGS ***
008950* ANY CONFIRMATION CARD THAT MATCHED NO LISTED STUDENT ***
008960******************************************************************
008970 8000-PRINT-TOTALS.
008980     PERFORM 8100-UNUSED-CONFIRM
008990             VARYING PA-X FROM 1 BY 1
009000             UNTIL PA-X > PA-CONF-COUNT.
009010     MOVE SPACES TO REPORT-REC.
009020     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
009030     MOVE 'PREREQUISITE RECORDS READ       ' TO AT-LABEL.
009040     MOVE PA-PREREQ-READ TO AT-COUNT.
009050     WRITE REPORT-REC FROM AUDIT-TOTAL-LINE
009060             AFTER ADVANCING 1 LINE.
009070     MOVE 'PREREQUISITE RECORDS REJECTED   ' TO AT-LABEL.
009080     MOVE PA-PREREQ-BAD TO AT-COUNT.
009090     WRITE REPORT-REC FROM AUDIT-TOTAL-LINE
009100             AFTER ADVANCING 1 LINE.
009110     MOVE 'REGISTRATIONS READ              ' TO AT-LABEL.
009120     MOVE PA-DETAILS-READ TO AT-COUNT.
009130     WRITE REPORT-REC FROM AUDIT-TOTAL-LINE
009140             AFTER ADVANCING 1 LINE.
009150     MOVE 'REGISTRATIONS WITH PREREQUISITES' TO AT-LABEL.
009160     MOVE PA-DETAILS-CHECKED TO AT-COUNT.
009170     WRITE REPORT-REC FROM AUDIT-TOTAL-LINE
009180             AFTER ADVANCING 1 LINE.
009190     MOVE 'REQUIREMENTS CHECKED            ' TO AT-LABEL.
009200     MOVE PA-NEEDS TO AT-COUNT.
009210     WRITE REPORT-REC FROM AUDIT-TOTAL-LINE
009220             AFTER ADVANCING 1 LINE.
009230     MOVE 'REQUIREMENTS NOT MET            ' TO AT-LABEL.
009240     MOVE PA-VIOLATIONS TO AT-COUNT.
009250     WRITE REPORT-REC FROM AUDIT-TOTAL-LINE
009260             AFTER ADVANCING 1 LINE.
009270     MOVE 'REGISTRATIONS LISTED            ' TO AT-LABEL.
009280     MOVE PA-STUDENTS-LISTED TO AT-COUNT.
009290     WRITE REPORT-REC FROM AUDIT-TOTAL-LINE
009300             AFTER ADVANCING 1 LINE.
009310     MOVE 'DROP CARDS WRITTEN              ' TO AT-LABEL.
009320     MOVE PA-DROPS-WRITTEN TO AT-COUNT.
009330     WRITE REPORT-REC FROM AUDIT-TOTAL-LINE
009340             AFTER ADVANCING 1 LINE.
009350*
009360 8100-UNUSED-CONFIRM.
009370     IF DROPS-WANTED AND CT-USED(PA-X) = 'N'
009380     THEN
009390         MOVE CT-KEY(PA-X) TO AU-KEY
009400         MOVE CT-STUDENT-ID(PA-X) TO AU-STUDENT-ID
009410         WRITE REPORT-REC FROM AUDIT-UNUSED-LINE
009420                 AFTER ADVANCING 1 LINE
009430     END-IF.
009440*
009450******************************************************************
009460* CLOSES FILES ***
009470******************************************************************
009480 9000-TERMINATE.
009490     CLOSE REPORT-FILE.
009500     IF DROPS-WANTED
009510     THEN
009520         CLOSE DROPTRAN-FILE
009530     END-IF.
009540*
009550******************************************************************
009560* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 8 WHEN A TABLE ***
009570* OVERFLOWED, A PREREQUISITE RECORD WAS REJECTED, OR THE ***
009580* HISTORY WAS MISSING, 4 WHEN ANY REQUIREMENT IS NOT MET, 0 ***
009590* OTHERWISE ***
009600******************************************************************
009610 9100-SET-RETURN-CODE.
009620     IF PA-DROPPED-COUNT > 0 OR PA-PREREQ-BAD > 0
009630       OR (HIST-MISSING AND PA-NEEDS > 0)
009640     THEN
009650         MOVE 8 TO RETURN-CODE
009660     ELSE
009670         IF PA-VIOLATIONS > 0
009680         THEN
009690             MOVE 4 TO RETURN-CODE
009700         END-IF
009710     END-IF.
009720*
009730******************************************************************
009740* ABORTS THE RUN WHEN THE REGISTRATION DETAIL IS FOUND OUT OF ***
009750* KEY SEQUENCE - THE DROP CARDS WOULD BE OUT OF SEQUENCE FOR ***
009760* REGMAINT, SO THE RUN STOPS INSTEAD ***
009770******************************************************************
009780 9900-SEQUENCE-ABORT.
009790     CLOSE REGDETL-FILE, REPORT-FILE.
009800     MOVE 16 TO RETURN-CODE.
009810     PERFORM 9500-WRITE-STATUS.
009820     STOP RUN.
009830*
009840******************************************************************
009850* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
009860* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
009870* THE MORNING OPERATIONS SUMMARY ***
009880******************************************************************
009890 9500-WRITE-STATUS.
009900     ACCEPT STL-DATE FROM DATE.
009910     ACCEPT STL-TIME FROM TIME.
009920     MOVE PA-DETAILS-READ TO STL-READ.
009930     MOVE PA-DROPS-WRITTEN TO STL-WRITTEN.
009940     MOVE PA-STUDENTS-LISTED TO STL-EXCEPTIONS.
009950     MOVE RETURN-CODE TO STL-RETCODE.
009960     OPEN EXTEND STATUS-FILE.
009970     IF PA-STAT-STATUS NOT = '00'
009980     THEN
009990         OPEN OUTPUT STATUS-FILE
010000     END-IF.
010010     WRITE STATUS-REC FROM STATUS-LINE.
010020     CLOSE STATUS-FILE.
