000090*   DATE      INIT  DESCRIPTION
000100*   09/03/26  RD    INITIAL WRITE - REGISTRATION DETAIL
000110*                   MAINTENANCE
000112*   10/15/26  RD    REJECT ADDS FOR STUDENTS NOT ON DA-S-STUDENT,
000114*                   NOT ACTIVE THIS TERM, OR CARRYING A BURSAR,
000116*                   ADVISING OR DISCIPLINARY HOLD
000117*   10/15/26  RD    EDIT ADDS AND DROPS AGAINST CO-REQUISITE SETS
000118*                   AND CROSS-LIST SHARED SEAT POOLS ON
000119*                   DA-S-SECTLNK
000120*   10/15/26  RD    APPEND A NOTICE EVENT TO UR-S-NOTEVT FOR EVERY
000121*                   ADD AND DROP APPLIED
000122*----------------------------------------------------------------
000130*
000140* THIS PROGRAM IS THE ONLY AUTHORIZED PATH FOR CHANGING THE
000150* STUDENT REGISTRATION DETAIL FILE.  IT READS THE OLD DETAIL
000270* MATCHING 'E' ENROLL-ADJUST CARD IS WRITTEN TO UR-S-CRSTRAN IN
000280* KEY SEQUENCE, SO THE MASTER'S SEAT COUNTS AND THE DETAIL FILE
000290* MOVE TOGETHER THROUGH CRSMAINT AND CAN NO LONGER DRIFT APART.
000291* AN ADD IS ALSO REJECTED WHEN THE STUDENT IS NOT ON THE STUDENT
000292* MASTER (DA-S-STUDENT), IS NOT ACTIVE FOR THE TERM THE COURSE
000293* MASTER CARRIES, OR HAS A HOLD ON FILE - THE HOLD IS NAMED ON
000294* THE REGISTER SO THE COUNTER CAN SEND THE STUDENT TO THE RIGHT
000295* OFFICE BEFORE A SEAT IS TAKEN.
000296* A SECTION ON THE SECTION-LINK FILE (DA-S-SECTLNK) IS EDITED AS
000297* PART OF ITS SET - AN ADD OR DROP THAT LEAVES A STUDENT HOLDING
000298* ONLY PART OF A CO-REQUISITE GROUP, OR AN ADD PAST A CROSS-LIST
000299* GROUP'S SHARED SEAT LIMIT, IS REJECTED.
000300* EVERY ADD AND DROP APPLIED IS ALSO APPENDED AS A NOTICE EVENT TO
000301* UR-S-NOTEVT, WHICH STUNOTFY TURNS INTO THE NIGHT'S STUDENT
000302* NOTIFICATION FEED.
000303*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000420             IS LINE SEQUENTIAL.
000430     SELECT ADJUST-FILE ASSIGN TO 'UR-S-CRSTRAN' ORGANIZATION
000440             IS LINE SEQUENTIAL.
000442     SELECT OPTIONAL STUDENT-FILE ASSIGN TO 'DA-S-STUDENT'
000444             ORGANIZATION IS LINE SEQUENTIAL
000446             FILE STATUS IS RM-STU-STATUS.
000447     SELECT OPTIONAL LINK-FILE ASSIGN TO 'DA-S-SECTLNK'
000448             ORGANIZATION IS LINE SEQUENTIAL
000449             FILE STATUS IS RM-LNK-STATUS.
000450     SELECT REGISTER-FILE ASSIGN TO 'UR-S-REGREG' ORGANIZATION
000460             IS LINE SEQUENTIAL.
000461     SELECT SORT-LINK-WORK ASSIGN TO 'SORTWK01'.
000462     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000464             ORGANIZATION IS LINE SEQUENTIAL
000466             FILE STATUS IS RM-PARM-STATUS.
000467     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000468             ORGANIZATION IS LINE SEQUENTIAL
000469             FILE STATUS IS RM-STAT-STATUS.
000470     SELECT OPTIONAL NOTICE-FILE ASSIGN TO 'UR-S-NOTEVT'
000471             ORGANIZATION IS LINE SEQUENTIAL
000472             FILE STATUS IS RM-NTE-STATUS.
000473*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  COURSE-FILE.
001100 FD  NEWREG-FILE.
001110 01  NEWREG-REC PIC X(80).
001120*
001121******************************************************************
001122* STUDENT NOTICE EVENT - SHARED BY EVERY PROGRAM THAT CHANGES ***
001123* A STUDENT'S REGISTRATION OR WAITLIST STANDING, ONE RECORD ***
001124* APPENDED PER EVENT AND READ BACK BY STUNOTFY ***
001125******************************************************************
001126 FD  NOTICE-FILE.
001127 01  NOTICE-DATA.
001128     03  NE-STUDENT-ID PIC 9(7).
001129     03  NE-EVENT-CODE PIC XX.
001130     03  NE-KEY PIC X(10).
001131     03  NE-PRIORITY PIC 9(3).
001132     03  NE-STUDENT-NAME PIC X(25).
001133     03  NE-PROGRAM PIC X(8).
001134     03  NE-EVENT-DATE PIC 9(6).
001135     03  FILLER PIC X(19).
001136*
001137 FD  ADJUST-FILE.
001140 01  ADJUST-REC PIC X(80).
001150*
001151******************************************************************
001152* STUDENT MASTER (MAINTAINED BY STUMAINT) IN STUDENT-ID ***
001153* SEQUENCE.  OPTIONAL - WHEN IT IS NOT CATALOGED THE STUDENT ***
001154* STATUS AND HOLD EDIT IS SKIPPED AND ANNOUNCED ***
001155******************************************************************
001156 FD  STUDENT-FILE.
001157 01  STUDENT-DATA.
001158     88  STUDENT-EOF VALUE HIGH-VALUES.
001159     03  ST-STUDENT-ID PIC 9(7).
001160     03  ST-STUDENT-NAME PIC X(25).
001161     03  ST-STATUS PIC X.
001162     03  ST-STANDING PIC XX.
001163     03  ST-TERM PIC X(6).
001164     03  ST-HOLDS.
001165         05  ST-HOLD-BURSAR PIC X.
001166         05  ST-HOLD-ADVISING PIC X.
001167         05  ST-HOLD-DISCIP PIC X.
001168     03  FILLER PIC X(36).
001169*
001170 FD  REGISTER-FILE.
001171 01  REGISTER-REC PIC X(132).
001172*
001173******************************************************************
001174* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES ONLY THE ***
001188 FD  STATUS-FILE.
001189 01  STATUS-REC PIC X(80).
001190*
001191******************************************************************
001192* SECTION LINKS.  TYPE C RECORDS BUILD CO-REQUISITE GROUPS - A ***
001193* STUDENT IN ANY SECTION OF THE GROUP MUST HOLD ONE SECTION OF ***
001194* EACH PART (LEC, LAB, REC ...).  TYPE X RECORDS BUILD CROSS- ***
001195* LIST GROUPS WHOSE SECTIONS SHARE THE ONE SEAT LIMIT CARRIED ***
001196* ON EVERY RECORD OF THE GROUP.  OPTIONAL - WHEN IT IS NOT ***
001197* CATALOGED THE LINK EDIT IS SKIPPED AND ANNOUNCED ***
001198******************************************************************
001199 FD  LINK-FILE.
001200 01  LINK-DATA.
001201     88  LINK-EOF VALUE HIGH-VALUES.
001202     03  SL-TYPE PIC X.
001203     03  SL-GROUP PIC X(6).
001204     03  SL-KEY.
001205         05  SL-ABB PIC XXX.
001206         05  SL-NUMB PIC XXXX.
001207         05  SL-SEC PIC XXX.
001208     03  SL-PART PIC XXX.
001209     03  SL-POOL-LIMIT PIC 999.
001210     03  FILLER PIC X(57).
001211*
001212******************************************************************
001213* ONE ROW PER CO-REQUISITE SECTION A STUDENT HOLDS OR HAS A ***
001214* CARD FOR, SORTED INTO STUDENT AND GROUP ORDER FOR THE SET ***
001215* EDIT - SOURCE 1 IS A DETAIL RECORD, 2 AN ADD OR DROP CARD ***
001216******************************************************************
001217 SD  SORT-LINK-WORK.
001218 01  SORT-LINK-REC.
001219     05  SK-STUDENT-ID PIC 9(7).
001220     05  SK-GROUP PIC 9(3).
001221     05  SK-SECT-KEY PIC X(10).
001222     05  SK-SOURCE PIC X.
001223     05  SK-SEQ PIC 9(5).
001224     05  SK-CODE PIC X.
001225     05  SK-PART PIC 9.
001226*
001227 WORKING-STORAGE SECTION.
001228 77  RM-DETAILS-READ PIC 9(5) VALUE 0.
001229 77  RM-DETAILS-WRITTEN PIC 9(5) VALUE 0.
001230 77  RM-TRANS-READ PIC 9(5) VALUE 0.
001231 77  RM-TRANS-APPLIED PIC 9(5) VALUE 0.
001240 77  RM-TRANS-REJECTED PIC 9(5) VALUE 0.
001250 77  RM-ADJUSTS-WRITTEN PIC 9(5) VALUE 0.
001252 77  RM-STUDENT-REJECTS PIC 9(5) VALUE 0.
001260 77  RM-BEFORE-COUNT PIC 9(3) VALUE 0.
001270 77  RM-AFTER-COUNT PIC 9(3) VALUE 0.
001280 77  RM-NET-ADJ PIC S9(3) VALUE 0.
001282 77  RM-SECT-APPLIED PIC 9(3) VALUE 0.
001290 77  RM-CTL-READ-COUNT PIC 9(5) VALUE 0.
001300 77  RM-CTL-HASH-TOTAL PIC 9(7) VALUE 0.
001301 77  RM-NTE-STATUS PIC XX VALUE '00'.
001302 77  RM-PARM-STATUS PIC XX VALUE '00'.
001304 77  RM-PARM-TERM PIC X(6) VALUE SPACES.
001305 77  RM-STAT-STATUS PIC XX VALUE '00'.
001306 77  RM-STU-STATUS PIC XX VALUE '00'.
001307 77  RM-STUDENTS-LOADED PIC 9(5) VALUE 0.
001308 77  RM-MAX-STUDENTS PIC 9(5) VALUE 20000.
001309 77  RM-STU-DROPPED PIC 9(5) VALUE 0.
001310 01  MISC.
001320     03  SECTION-ON-MASTER-SW PIC X VALUE 'N'.
001330         88  SECTION-ON-MASTER VALUE 'Y'.
001331     03  STUDENT-EDIT-SW PIC X VALUE 'N'.
001332         88  STUDENT-EDIT-ON VALUE 'Y'.
001333     03  STUDENT-FOUND-SW PIC X VALUE 'N'.
001334         88  STUDENT-FOUND VALUE 'Y'.
001335     03  STUDENT-OK-SW PIC X VALUE 'Y'.
001336         88  STUDENT-OK VALUE 'Y'.
001337     03  RM-STU-LO PIC 9(5) VALUE 0.
001338     03  RM-STU-HI PIC 9(5) VALUE 0.
001339     03  RM-STU-MID PIC 9(5) VALUE 0.
001340     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
001350         88  TRAILER-FOUND VALUE 'Y'.
001360     03  CONTROL-FAIL-SW PIC X VALUE 'N'.
001500     03  RM-PREV-DETAIL-KEY PIC X(17) VALUE LOW-VALUES.
001510     03  RM-PREV-TRANS-KEY PIC X(17) VALUE LOW-VALUES.
001512     03  RM-LAST-ADD-KEY PIC X(17) VALUE LOW-VALUES.
001513     03  RM-PREV-STUDENT-ID PIC 9(7) VALUE 0.
001514     03  RM-STU-INFO.
001515         05  RM-SI-STATUS PIC X.
001516         05  RM-SI-TERM PIC X(6).
001517         05  RM-SI-HOLD-BURSAR PIC X.
001518         05  RM-SI-HOLD-ADVISING PIC X.
001519         05  RM-SI-HOLD-DISCIP PIC X.
001520*
001522 01  CONTROL-HEADER-REC.
001524     03  CH-ID PIC XXX VALUE SPACES.
001560     03  CT-HASH PIC 9(7) VALUE ZERO.
001570     03  FILLER PIC X(65).
001580*
001581******************************************************************
001582* IN-MEMORY COPY OF THE STUDENT MASTER FOR THE ADD EDIT ***
001583******************************************************************
001584 01  STUDENT-TABLE.
001585     05  STUDENT-ENTRY OCCURS 20000 TIMES.
001586         10  STT-STUDENT-ID PIC 9(7).
001587         10  STT-INFO PIC X(10).
001588*
001590******************************************************************
001600* ENROLL-ADJUST TRANSACTION CARD IMAGE - SAME LAYOUT AS THE ***
001610* UR-S-CRSTRAN CARD CRSMAINT READS.  ONE CARD PER SECTION ***
001700     03  AC-ADJ-AMOUNT PIC S999 SIGN IS LEADING SEPARATE.
001710     03  FILLER PIC X(65) VALUE SPACES.
001720*
001721******************************************************************
001722* SECTION-LINK EDIT COUNTERS, SUBSCRIPTS, SWITCHES AND KEYS ***
001723******************************************************************
001724 01  LINK-WORK.
001725     03  RM-LNK-STATUS PIC XX VALUE '00'.
001726     03  RM-LINK-REJECTS PIC 9(5) VALUE 0.
001727     03  RM-LINK-DROPPED PIC 9(5) VALUE 0.
001728     03  RM-GROUP-COUNT PIC 9(3) VALUE 0.
001729     03  RM-MAX-GROUPS PIC 9(3) VALUE 300.
001730     03  RM-SECTION-COUNT PIC 9(3) VALUE 0.
001731     03  RM-MAX-SECTIONS PIC 9(3) VALUE 600.
001732     03  RM-REFUSE-COUNT PIC 9(4) VALUE 0.
001733     03  RM-MAX-REFUSALS PIC 9(4) VALUE 2000.
001734     03  RM-SORT-SEQ PIC 9(5) VALUE 0.
001735     03  RM-G PIC 9(3) VALUE 0.
001736     03  RM-L PIC 9(3) VALUE 0.
001737     03  RM-X PIC 9(3) VALUE 0.
001738     03  RM-P PIC 9 VALUE 0.
001739     03  RM-Q PIC 9 VALUE 0.
001740     03  RM-PRE-L PIC 9(3) VALUE 0.
001741     03  RM-CUR-COREQ PIC 9(3) VALUE 0.
001742     03  RM-CUR-XLIST PIC 9(3) VALUE 0.
001743     03  RM-PARTS-HELD PIC 9 VALUE 0.
001744     03  RM-LINK-REASON PIC X(30) VALUE SPACES.
001745     03  LINK-EDIT-SW PIC X VALUE 'N'.
001746         88  LINK-EDIT-ON VALUE 'Y'.
001747     03  SORT-EOF-SW PIC X VALUE 'N'.
001748         88  SORT-EOF VALUE 'Y'.
001749     03  SET-REFUSED-SW PIC X VALUE 'N'.
001750         88  SET-REFUSED VALUE 'Y'.
001751     03  SET-CHANGED-SW PIC X VALUE 'N'.
001752         88  SET-CHANGED VALUE 'Y'.
001753     03  SECT-BEFORE-SW PIC X VALUE 'N'.
001754     03  SECT-AFTER-SW PIC X VALUE 'N'.
001755     03  RM-REF-LO PIC 9(4) VALUE 0.
001756     03  RM-REF-HI PIC 9(4) VALUE 0.
001757     03  RM-REF-MID PIC 9(4) VALUE 0.
001758     03  RM-LINK-SECT PIC X(10) VALUE SPACES.
001759     03  RM-PRE-KEY PIC X(10) VALUE LOW-VALUES.
001760     03  RM-SET-KEY.
001761         05  RM-SET-STUDENT PIC 9(7).
001762         05  RM-SET-GROUP PIC 9(3).
001763     03  RM-SET-SECT PIC X(10) VALUE SPACES.
001764     03  RM-SET-PART PIC 9 VALUE 0.
001765******************************************************************
001766* SECTION-LINK GROUPS AND THE SECTIONS IN THEM.  A SECTION CAN ***
001767* BE IN ONE CO-REQUISITE GROUP AND ONE CROSS-LIST GROUP AT ***
001768* ONCE.  LG-ENROLLED IS THE CROSS-LIST GROUP'S ROSTER, KEPT ***
001769* CURRENT AS ADDS AND DROPS APPLY ***
001770******************************************************************
001771 01  LINK-GROUP-TABLE.
001772     05  LINK-GROUP OCCURS 300 TIMES.
001773         10  LG-ID PIC X(6).
001774         10  LG-TYPE PIC X.
001775         10  LG-LIMIT PIC 999.
001776         10  LG-ENROLLED PIC 9(5).
001777         10  LG-PART-COUNT PIC 9.
001778         10  LG-PART PIC XXX OCCURS 4 TIMES.
001779 01  LINK-SECTION-TABLE.
001780     05  LINK-SECTION OCCURS 600 TIMES.
001781         10  LS-KEY PIC X(10).
001782         10  LS-COREQ PIC 9(3).
001783         10  LS-PART PIC 9.
001784         10  LS-XLIST PIC 9(3).
001785*
001786******************************************************************
001787* STUDENT/GROUP PAIRS WHOSE CARDS WOULD LEAVE A CO-REQ SET ***
001788* INCOMPLETE, IN STUDENT AND GROUP SEQUENCE FOR THE HALVING ***
001789* LOOKUP, AND THE PARTS HELD IN THE SET BEING JUDGED ***
001790******************************************************************
001791 01  REFUSAL-TABLE.
001792     05  RF-SET-KEY PIC X(10) OCCURS 2000 TIMES.
001793 01  SET-PART-TABLE.
001794     05  SET-PART-HELD PIC 9(3) OCCURS 4 TIMES.
001795*
001796******************************************************************
001797* DESCRIPTION OF REGISTER HEADING, DETAIL, COUNT, AND TOTAL ***
001798* LINES ***
001799******************************************************************
001800 01  REG-HEADING1.
001801     03  FILLER PIC X(10) VALUE SPACES.
001802     03  FILLER PIC X(33) VALUE
001803             'REGISTRATION TRANSACTION REGISTER'.
001810 01  REG-HEADING2.
001820     03  FILLER PIC X(10) VALUE SPACES.
001830     03  FILLER PIC X(4) VALUE 'CODE'.
002680             AFTER ADVANCING 1 LINE.
002690     MOVE SPACES TO REGISTER-REC.
002700     WRITE REGISTER-REC AFTER ADVANCING 1 LINE.
002710     PERFORM 1200-LOAD-STUDENTS THRU 1200-EXIT.
002712     PERFORM 1300-LOAD-LINKS THRU 1300-EXIT.
002714     PERFORM 1700-OPEN-NOTICES.
002720     PERFORM 7100-READ-DETAIL.
002730     PERFORM 7200-READ-TRANS.
002740*
002950     ELSE
002960         MOVE 'N' TO SECTION-ON-MASTER-SW
002970     END-IF.
002972     PERFORM 2100-FIND-LINKS.
002980     MOVE 0 TO RM-BEFORE-COUNT.
002990     MOVE 0 TO RM-AFTER-COUNT.
003000     MOVE 0 TO RM-NET-ADJ.
003200         WHEN RM-DETAIL-KEY < RM-TRANS-KEY
003210             PERFORM 3100-COPY-DETAIL
003220         WHEN RM-DETAIL-KEY = RM-TRANS-KEY
003230             PERFORM 3200-MATCHED-PAIR THRU 3200-EXIT
003240         WHEN OTHER
003250             PERFORM 3300-TRANS-ONLY
003260     END-EVALUATE.
003390*
003400******************************************************************
003410* DETAIL AND TRANSACTION CARRY THE SAME STUDENT - A DROP ***
003420* REMOVES THE RECORD AND FREES A SEAT, AN ADD IS A ***
003422* DUPLICATE.  A DROP THAT WOULD BREAK A CO-REQUISITE SET ***
003424* LEAVES THE RECORD WHERE IT IS ***
003430******************************************************************
003440 3200-MATCHED-PAIR.
003441     IF TR-DROP
003442     THEN
003443         PERFORM 3600-CHECK-SET THRU 3600-EXIT
003444         IF SET-REFUSED
003445         THEN
003446             PERFORM 3250-REFUSE-DROP
003447             GO TO 3200-EXIT
003448         END-IF
003449     END-IF.
003450     IF TR-DROP
003460     THEN
003470         PERFORM 5200-PRNT-APPLIED
003480         ADD 1 TO RM-BEFORE-COUNT
003490         ADD 1 TO RM-NET-ADJ
003492         IF RM-CUR-XLIST > 0
003494         THEN
003496             SUBTRACT 1 FROM LG-ENROLLED(RM-CUR-XLIST)
003498         END-IF
003500         PERFORM 7100-READ-DETAIL
003510         PERFORM 7200-READ-TRANS
003520     ELSE
003590         PERFORM 5000-PRNT-REJECT
003600         PERFORM 7200-READ-TRANS
003610     END-IF.
003612 3200-EXIT.
003614     EXIT.
003620*
003630******************************************************************
003640* TRANSACTION WITH NO MATCHING DETAIL - AN ADD REGISTERS THE ***
003694             MOVE 'STUDENT ALREADY REGISTERED' TO RG-REASON
003696             PERFORM 5000-PRNT-REJECT
003700         WHEN TR-ADD AND SECTION-ON-MASTER
003710             PERFORM 3400-APPLY-ADD THRU 3400-EXIT
003720         WHEN TR-ADD
003730             MOVE 'SECTION NOT ON MASTER' TO RG-REASON
003740             PERFORM 5000-PRNT-REJECT
003830*
003840******************************************************************
003850* BUILDS AND WRITES ONE NEW DETAIL RECORD FROM THE ADD CARD - ***
003860* THE BALANCE LINE KEEPS THE NEW FILE IN KEY/STUDENT SEQUENCE. ***
003862* AN UNKNOWN, INACTIVE OR HELD STUDENT IS REJECTED FIRST, THEN ***
003864* AN ADD THAT WOULD BREAK A CO-REQUISITE SET OR OVERFILL A ***
003866* CROSS-LIST GROUP'S SHARED SEAT POOL ***
003870******************************************************************
003880 3400-APPLY-ADD.
003882     PERFORM 3500-CHECK-STUDENT THRU 3500-EXIT.
003883     IF NOT STUDENT-OK
003884     THEN
003885         PERFORM 5000-PRNT-REJECT
003886         ADD 1 TO RM-STUDENT-REJECTS
003887         GO TO 3400-EXIT
003888     END-IF.
003889     PERFORM 3450-EDIT-LINKS THRU 3450-EXIT.
003890     IF SET-REFUSED
003891     THEN
003892         GO TO 3400-EXIT
003893     END-IF.
003894     MOVE TR-ABB TO NR-ABB.
003910     MOVE TR-NUMB TO NR-NUMB.
003920     MOVE TR-SEC TO NR-SEC.
003930     MOVE TR-STUDENT-ID TO NR-STUDENT-ID.
003980     SUBTRACT 1 FROM RM-NET-ADJ.
003985     MOVE RM-TRANS-KEY TO RM-LAST-ADD-KEY.
003990     PERFORM 5200-PRNT-APPLIED.
003992 3400-EXIT.
003994     EXIT.
004000*
004010******************************************************************
004020* CLOSES OUT ONE SECTION - PRINTS THE BEFORE/AFTER ROSTER ***
004580             AFTER ADVANCING 1 LINE.
004590     ADD 1 TO RM-TRANS-APPLIED.
004595     ADD 1 TO RM-SECT-APPLIED.
004597     PERFORM 5300-WRITE-NOTICE.
004600*
004610******************************************************************
004620* ADVANCES THE COURSE SIDE OF THE MATCH BY ONE RECORD ***
006010     MOVE RM-TRANS-REJECTED TO RT-COUNT.
006020     WRITE REGISTER-REC FROM REG-TOTAL-LINE
006030             AFTER ADVANCING 1 LINE.
006032     MOVE 'STUDENT EDIT REJECTS' TO RT-LABEL.
006034     MOVE RM-STUDENT-REJECTS TO RT-COUNT.
006036     WRITE REGISTER-REC FROM REG-TOTAL-LINE
006038             AFTER ADVANCING 1 LINE.
006039     MOVE 'LINK EDIT REJECTS   ' TO RT-LABEL.
006040     MOVE RM-LINK-REJECTS TO RT-COUNT.
006041     WRITE REGISTER-REC FROM REG-TOTAL-LINE
006042             AFTER ADVANCING 1 LINE.
006043     MOVE 'ADJUST CARDS WRITTEN' TO RT-LABEL.
006050     MOVE RM-ADJUSTS-WRITTEN TO RT-COUNT.
006060     WRITE REGISTER-REC FROM REG-TOTAL-LINE
006070             AFTER ADVANCING 1 LINE.
006110******************************************************************
006120 9000-TERMINATE.
006130     CLOSE COURSE-FILE, REGDETL-FILE, TRANS-FILE,
006140           NEWREG-FILE, ADJUST-FILE, REGISTER-FILE,
006142           NOTICE-FILE.
006150*
006160******************************************************************
006170* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN THE ***
006180* CONTROL TOTALS FAILED, 8 WHEN STUDENT MASTER OR SECTION LINK ***
006185* RECORDS OVERFLOWED A TABLE, 4 WHEN ANY TRANSACTIONS WERE ***
006190* REJECTED, 0 WHEN THE RUN WAS CLEAN ***
006200******************************************************************
006210 9100-SET-RETURN-CODE.
006230     THEN
006240         MOVE 12 TO RETURN-CODE
006250     ELSE
006252         IF RM-STU-DROPPED > 0 OR RM-LINK-DROPPED > 0
006254         THEN
006256             MOVE 8 TO RETURN-CODE
006258         ELSE
006260             IF RM-TRANS-REJECTED > 0
006270             THEN
006280                 MOVE 4 TO RETURN-CODE
006290             END-IF
006295         END-IF
006300     END-IF.
006310*
006320******************************************************************
006360******************************************************************
006370 9900-SEQUENCE-ABORT.
006380     CLOSE COURSE-FILE, REGDETL-FILE, TRANS-FILE,
006390           NEWREG-FILE, ADJUST-FILE, REGISTER-FILE,
006392           NOTICE-FILE.
006400     MOVE 16 TO RETURN-CODE.
006409     PERFORM 9500-WRITE-STATUS.
006410     STOP RUN.
006429     END-IF.
006430     WRITE STATUS-REC FROM STATUS-LINE.
006431     CLOSE STATUS-FILE.
006432*
006433******************************************************************
006434* LOADS THE STUDENT MASTER FOR THE STATUS AND HOLD EDIT - WHEN ***
006435* THE FILE IS NOT CATALOGED THE EDIT IS SKIPPED, ANNOUNCED, ***
006436* AND THE RUN BEHAVES AS IT ALWAYS DID ***
006437******************************************************************
006438 1200-LOAD-STUDENTS.
006439     OPEN INPUT STUDENT-FILE.
006440     IF RM-STU-STATUS NOT = '00'
006441     THEN
006442         DISPLAY 'DA-S-STUDENT NOT AVAILABLE - STUDENT '
006443             'STATUS AND HOLD EDIT SKIPPED'
006444         GO TO 1200-EXIT
006445     END-IF.
006446     SET STUDENT-EDIT-ON TO TRUE.
006447     READ STUDENT-FILE INTO STUDENT-DATA
006448             AT END SET STUDENT-EOF TO TRUE
006449     END-READ.
006450     PERFORM 1250-LOAD-ONE-STUDENT THRU 1250-EXIT
006451             UNTIL STUDENT-EOF.
006452     CLOSE STUDENT-FILE.
006453 1200-EXIT.
006454     EXIT.
006455*
006456******************************************************************
006457* ADDS ONE STUDENT TO THE TABLE - THE LOOKUP HALVES THE TABLE ***
006458* SO THE MASTER MUST BE IN STRICT STUDENT-ID SEQUENCE, AND THE ***
006459* RUN ABORTS RATHER THAN MISS A HOLD ON A MIS-SORTED FILE ***
006460******************************************************************
006461 1250-LOAD-ONE-STUDENT.
006462     IF ST-STUDENT-ID NOT > RM-PREV-STUDENT-ID
006463     THEN
006464         DISPLAY 'DA-S-STUDENT OUT OF SEQUENCE AT KEY '
006465             ST-STUDENT-ID
006466         CLOSE STUDENT-FILE
006467         PERFORM 9900-SEQUENCE-ABORT
006468     END-IF.
006469     MOVE ST-STUDENT-ID TO RM-PREV-STUDENT-ID.
006470     IF RM-STUDENTS-LOADED < RM-MAX-STUDENTS
006471     THEN
006472         ADD 1 TO RM-STUDENTS-LOADED
006473         MOVE ST-STATUS TO RM-SI-STATUS
006474         MOVE ST-TERM TO RM-SI-TERM
006475         MOVE ST-HOLD-BURSAR TO RM-SI-HOLD-BURSAR
006476         MOVE ST-HOLD-ADVISING TO RM-SI-HOLD-ADVISING
006477         MOVE ST-HOLD-DISCIP TO RM-SI-HOLD-DISCIP
006478         MOVE ST-STUDENT-ID TO STT-STUDENT-ID(RM-STUDENTS-LOADED)
006479         MOVE RM-STU-INFO TO STT-INFO(RM-STUDENTS-LOADED)
006480     ELSE
006481         DISPLAY 'STUDENT TABLE FULL - ' ST-STUDENT-ID
006482             ' NOT LOADED'
006483         ADD 1 TO RM-STU-DROPPED
006484     END-IF.
006485     READ STUDENT-FILE INTO STUDENT-DATA
006486             AT END SET STUDENT-EOF TO TRUE
006487     END-READ.
006488 1250-EXIT.
006489     EXIT.
006490*
006491******************************************************************
006492* SETS STUDENT-OK-SW FOR THE ADD CARD'S STUDENT - NOT OK WHEN ***
006493* THE STUDENT IS NOT ON THE MASTER, IS NOT ACTIVE, IS ACTIVE ***
006494* FOR SOME OTHER TERM THAN THE COURSE MASTER'S, OR HAS ANY ***
006495* HOLD ON FILE; THE REASON IS LEFT IN RG-REASON.  ALWAYS OK ***
006496* WHEN NO STUDENT MASTER WAS LOADED ***
006497******************************************************************
006498 3500-CHECK-STUDENT.
006499     MOVE 'Y' TO STUDENT-OK-SW.
006500     IF NOT STUDENT-EDIT-ON
006501     THEN
006502         GO TO 3500-EXIT
006503     END-IF.
006504     MOVE 'N' TO STUDENT-FOUND-SW.
006505     MOVE 1 TO RM-STU-LO.
006506     MOVE RM-STUDENTS-LOADED TO RM-STU-HI.
006507     PERFORM 3550-PROBE-STUDENT
006508             UNTIL STUDENT-FOUND OR RM-STU-LO > RM-STU-HI.
006509     MOVE 'N' TO STUDENT-OK-SW.
006510     EVALUATE TRUE
006511         WHEN NOT STUDENT-FOUND
006512             MOVE 'STUDENT NOT ON MASTER' TO RG-REASON
006513         WHEN RM-SI-STATUS NOT = 'A'
006514             MOVE 'STUDENT NOT ACTIVE' TO RG-REASON
006515         WHEN RM-SI-TERM NOT = SPACES AND CH-TERM NOT = SPACES
006516           AND RM-SI-TERM NOT = CH-TERM
006517             MOVE 'STUDENT NOT ACTIVE THIS TERM' TO RG-REASON
006518         WHEN RM-SI-HOLD-BURSAR NOT = SPACE
006519             MOVE 'BURSAR HOLD' TO RG-REASON
006520         WHEN RM-SI-HOLD-ADVISING NOT = SPACE
006521             MOVE 'ADVISING HOLD' TO RG-REASON
006522         WHEN RM-SI-HOLD-DISCIP NOT = SPACE
006523             MOVE 'DISCIPLINARY HOLD' TO RG-REASON
006524         WHEN OTHER
006525             MOVE 'Y' TO STUDENT-OK-SW
006526     END-EVALUATE.
006527 3500-EXIT.
006528     EXIT.
006529*
006530******************************************************************
006531* ONE PROBE OF THE HALVING LOOKUP - NARROWS THE LOW/HIGH ***
006532* BOUNDS OR, ON A HIT, COPIES THE STUDENT'S STATUS, TERM AND ***
006533* HOLDS OUT OF THE TABLE ***
006534******************************************************************
006535 3550-PROBE-STUDENT.
006536     COMPUTE RM-STU-MID = ( RM-STU-LO + RM-STU-HI ) / 2.
006537     EVALUATE TRUE
006538         WHEN STT-STUDENT-ID(RM-STU-MID) = TR-STUDENT-ID
006539             MOVE STT-INFO(RM-STU-MID) TO RM-STU-INFO
006540             SET STUDENT-FOUND TO TRUE
006541         WHEN STT-STUDENT-ID(RM-STU-MID) < TR-STUDENT-ID
006542             COMPUTE RM-STU-LO = RM-STU-MID + 1
006543         WHEN OTHER
006544             COMPUTE RM-STU-HI = RM-STU-MID - 1
006545     END-EVALUATE.
006546*
006547******************************************************************
006548* LOADS THE SECTION-LINK FILE AND, WHEN THERE IS ONE, SORTS ***
006549* THE CO-REQUISITE HOLDINGS AND CARDS TO FIND EVERY STUDENT ***
006550* WHOSE CARDS WOULD LEAVE A SET INCOMPLETE - WHEN THE FILE IS ***
006551* NOT CATALOGED THE EDIT IS SKIPPED AND ANNOUNCED, AND THE ***
006552* RUN BEHAVES AS IT ALWAYS DID ***
006553******************************************************************
006554 1300-LOAD-LINKS.
006555     OPEN INPUT LINK-FILE.
006556     IF RM-LNK-STATUS NOT = '00'
006557     THEN
006558         DISPLAY 'DA-S-SECTLNK NOT AVAILABLE - CO-REQUISITE AND '
006559             'CROSS-LIST EDIT SKIPPED'
006560         CLOSE LINK-FILE
006561         GO TO 1300-EXIT
006562     END-IF.
006563     SET LINK-EDIT-ON TO TRUE.
006564     READ LINK-FILE INTO LINK-DATA
006565             AT END SET LINK-EOF TO TRUE
006566     END-READ.
006567     PERFORM 1350-LOAD-ONE-LINK THRU 1350-EXIT
006568             UNTIL LINK-EOF.
006569     CLOSE LINK-FILE.
006570     SORT SORT-LINK-WORK
006571         ON ASCENDING KEY SK-STUDENT-ID SK-GROUP SK-SECT-KEY
006572             SK-SOURCE SK-SEQ
006573         INPUT PROCEDURE IS 1400-RELEASE-HOLDINGS
006574             THRU 1400-EXIT
006575         OUTPUT PROCEDURE IS 1500-FIND-REFUSALS
006576             THRU 1500-EXIT.
006577 1300-EXIT.
006578     EXIT.
006579*
006580******************************************************************
006581* EDITS ONE SECTION-LINK RECORD - A BAD RECORD IS ANNOUNCED ***
006582* AND LEFT OUT (LINKAUD LISTS THE SAME REJECTIONS NIGHTLY) ***
006583******************************************************************
006584 1350-LOAD-ONE-LINK.
006585     MOVE SPACES TO RM-LINK-REASON.
006586     EVALUATE TRUE
006587         WHEN SL-TYPE NOT = 'C' AND SL-TYPE NOT = 'X'
006588             MOVE 'INVALID LINK TYPE' TO RM-LINK-REASON
006589         WHEN SL-GROUP = SPACES OR SL-KEY = SPACES
006590             MOVE 'GROUP OR SECTION MISSING' TO RM-LINK-REASON
006591         WHEN SL-TYPE = 'C' AND SL-PART = SPACES
006592             MOVE 'NO PART CODE' TO RM-LINK-REASON
006593         WHEN SL-TYPE = 'X' AND SL-POOL-LIMIT NOT NUMERIC
006594             MOVE 'NO SHARED SEAT LIMIT' TO RM-LINK-REASON
006595         WHEN SL-TYPE = 'X' AND SL-POOL-LIMIT = 0
006596             MOVE 'NO SHARED SEAT LIMIT' TO RM-LINK-REASON
006597         WHEN OTHER
006598             PERFORM 1360-ADD-LINK THRU 1360-EXIT
006599     END-EVALUATE.
006600     IF RM-LINK-REASON NOT = SPACES
006601     THEN
006602         DISPLAY 'DA-S-SECTLNK RECORD REJECTED - ' SL-TYPE ' '
006603             SL-GROUP ' ' SL-KEY ' ' RM-LINK-REASON
006604     END-IF.
006605     READ LINK-FILE INTO LINK-DATA
006606             AT END SET LINK-EOF TO TRUE
006607     END-READ.
006608 1350-EXIT.
006609     EXIT.
006610*
006611******************************************************************
006612* FILES ONE GOOD LINK RECORD UNDER ITS GROUP AND SECTION. ***
006613* THE SECTION IS CHECKED BEFORE A NEW PART IS ADDED, SO A ***
006614* REJECTED RECORD NEVER LEAVES A PART NO SECTION SATISFIES ***
006615******************************************************************
006616 1360-ADD-LINK.
006617     MOVE 0 TO RM-G.
006618     PERFORM 1370-PROBE-GROUP
006619             VARYING RM-X FROM 1 BY 1
006620             UNTIL RM-X > RM-GROUP-COUNT OR RM-G > 0.
006621     IF RM-G = 0
006622     THEN
006623         IF RM-GROUP-COUNT NOT < RM-MAX-GROUPS
006624         THEN
006625             DISPLAY 'LINK GROUP TABLE FULL - ' SL-GROUP
006626                 ' NOT LOADED'
006627             ADD 1 TO RM-LINK-DROPPED
006628             GO TO 1360-EXIT
006629         END-IF
006630         ADD 1 TO RM-GROUP-COUNT
006631         MOVE RM-GROUP-COUNT TO RM-G
006632         MOVE SL-GROUP TO LG-ID(RM-G)
006633         MOVE SL-TYPE TO LG-TYPE(RM-G)
006634         MOVE 0 TO LG-LIMIT(RM-G)
006635         MOVE 0 TO LG-ENROLLED(RM-G)
006636         MOVE 0 TO LG-PART-COUNT(RM-G)
006637         IF SL-TYPE = 'X'
006638         THEN
006639             MOVE SL-POOL-LIMIT TO LG-LIMIT(RM-G)
006640         END-IF
006641     END-IF.
006642     IF LG-TYPE(RM-G) NOT = SL-TYPE
006643     THEN
006644         MOVE 'GROUP IS ALREADY THE OTHER TYPE' TO RM-LINK-REASON
006645         GO TO 1360-EXIT
006646     END-IF.
006647     IF SL-TYPE = 'X' AND SL-POOL-LIMIT NOT = LG-LIMIT(RM-G)
006648     THEN
006649         MOVE 'SHARED SEAT LIMITS DIFFER' TO RM-LINK-REASON
006650         GO TO 1360-EXIT
006651     END-IF.
006652     MOVE SL-KEY TO RM-LINK-SECT.
006653     PERFORM 1380-FIND-SECTION.
006654     IF RM-L = 0 AND RM-SECTION-COUNT NOT < RM-MAX-SECTIONS
006655     THEN
006656         DISPLAY 'LINK SECTION TABLE FULL - ' SL-KEY
006657             ' NOT LOADED'
006658         ADD 1 TO RM-LINK-DROPPED
006659         GO TO 1360-EXIT
006660     END-IF.
006661     IF RM-L > 0
006662     THEN
006663         IF SL-TYPE = 'C' AND LS-COREQ(RM-L) NOT = 0
006664         THEN
006665             MOVE 'SECTION ALREADY IN A CO-REQ SET'
006666                 TO RM-LINK-REASON
006667             GO TO 1360-EXIT
006668         END-IF
006669         IF SL-TYPE = 'X' AND LS-XLIST(RM-L) NOT = 0
006670         THEN
006671             MOVE 'SECTION ALREADY CROSS-LISTED' TO RM-LINK-REASON
006672             GO TO 1360-EXIT
006673         END-IF
006674     END-IF.
006675     MOVE 0 TO RM-P.
006676     IF SL-TYPE = 'C'
006677     THEN
006678         PERFORM 1375-PROBE-PART
006679                 VARYING RM-Q FROM 1 BY 1
006680                 UNTIL RM-Q > LG-PART-COUNT(RM-G)
006681         IF RM-P = 0 AND LG-PART-COUNT(RM-G) = 4
006682         THEN
006683             MOVE 'MORE THAN FOUR PARTS IN SET' TO RM-LINK-REASON
006684             GO TO 1360-EXIT
006685         END-IF
006686         IF RM-P = 0
006687         THEN
006688             ADD 1 TO LG-PART-COUNT(RM-G)
006689             MOVE LG-PART-COUNT(RM-G) TO RM-P
006690             MOVE SL-PART TO LG-PART(RM-G, RM-P)
006691         END-IF
006692     END-IF.
006693     IF RM-L = 0
006694     THEN
006695         ADD 1 TO RM-SECTION-COUNT
006696         MOVE RM-SECTION-COUNT TO RM-L
006697         MOVE SL-KEY TO LS-KEY(RM-L)
006698         MOVE 0 TO LS-COREQ(RM-L)
006699         MOVE 0 TO LS-PART(RM-L)
006700         MOVE 0 TO LS-XLIST(RM-L)
006701     END-IF.
006702     IF SL-TYPE = 'C'
006703     THEN
006704         MOVE RM-G TO LS-COREQ(RM-L)
006705         MOVE RM-P TO LS-PART(RM-L)
006706     ELSE
006707         MOVE RM-G TO LS-XLIST(RM-L)
006708     END-IF.
006709 1360-EXIT.
006710     EXIT.
006711*
006712 1370-PROBE-GROUP.
006713     IF LG-ID(RM-X) = SL-GROUP
006714     THEN
006715         MOVE RM-X TO RM-G
006716     END-IF.
006717*
006718 1375-PROBE-PART.
006719     IF LG-PART(RM-G, RM-Q) = SL-PART
006720     THEN
006721         MOVE RM-Q TO RM-P
006722     END-IF.
006723*
006724******************************************************************
006725* LOOKS UP THE SECTION IN RM-LINK-SECT - RM-L IS ITS ENTRY, OR ***
006726* ZERO WHEN THE SECTION IS NOT LINKED ***
006727******************************************************************
006728 1380-FIND-SECTION.
006729     MOVE 0 TO RM-L.
006730     PERFORM 1385-PROBE-SECTION
006731             VARYING RM-X FROM 1 BY 1
006732             UNTIL RM-X > RM-SECTION-COUNT OR RM-L > 0.
006733*
006734 1385-PROBE-SECTION.
006735     IF LS-KEY(RM-X) = RM-LINK-SECT
006736     THEN
006737         MOVE RM-X TO RM-L
006738     END-IF.
006739*
006740******************************************************************
006741* SORT INPUT PROCEDURE - PASSES THE OLD DETAIL FILE AND THE ***
006742* CARDS ONCE AHEAD OF THE BALANCE LINE.  EVERY REGISTRATION IN ***
006743* A CROSS-LISTED SECTION COUNTS TOWARD ITS GROUP'S POOL, AND ***
006744* EVERY REGISTRATION OR CARD IN A CO-REQUISITE SECTION IS ***
006745* RELEASED - EXCEPT AN ADD THE STUDENT EDIT WILL REJECT, WHICH ***
006746* CAN NEVER COMPLETE A SET.  BOTH FILES ARE THEN REOPENED FOR ***
006747* THE BALANCE LINE, WHICH CHECKS THEIR SEQUENCE ***
006748******************************************************************
006749 1400-RELEASE-HOLDINGS.
006750     READ REGDETL-FILE INTO REGDETL-DATA
006751             AT END SET REGDETL-EOF TO TRUE
006752     END-READ.
006753     PERFORM 1420-RELEASE-DETAIL
006754             UNTIL REGDETL-EOF.
006755     READ TRANS-FILE INTO TRAN-DATA
006756             AT END SET TRAN-EOF TO TRUE
006757     END-READ.
006758     PERFORM 1440-RELEASE-CARD
006759             UNTIL TRAN-EOF.
006760     CLOSE REGDETL-FILE, TRANS-FILE.
006761     OPEN INPUT REGDETL-FILE
006762         INPUT TRANS-FILE.
006763 1400-EXIT.
006764     EXIT.
006765*
006766 1410-LOCATE-SECTION.
006767     IF RM-LINK-SECT NOT = RM-PRE-KEY
006768     THEN
006769         MOVE RM-LINK-SECT TO RM-PRE-KEY
006770         PERFORM 1380-FIND-SECTION
006771         MOVE RM-L TO RM-PRE-L
006772     ELSE
006773         MOVE RM-PRE-L TO RM-L
006774     END-IF.
006775*
006776 1420-RELEASE-DETAIL.
006777     MOVE RD-KEY TO RM-LINK-SECT.
006778     PERFORM 1410-LOCATE-SECTION.
006779     IF RM-L > 0
006780     THEN
006781         IF LS-XLIST(RM-L) > 0
006782         THEN
006783             ADD 1 TO LG-ENROLLED(LS-XLIST(RM-L))
006784         END-IF
006785         IF LS-COREQ(RM-L) > 0
006786         THEN
006787             MOVE RD-STUDENT-ID TO SK-STUDENT-ID
006788             MOVE '1' TO SK-SOURCE
006789             MOVE SPACE TO SK-CODE
006790             PERFORM 1450-RELEASE-ROW
006791         END-IF
006792     END-IF.
006793     READ REGDETL-FILE INTO REGDETL-DATA
006794             AT END SET REGDETL-EOF TO TRUE
006795     END-READ.
006796*
006797 1440-RELEASE-CARD.
006798     IF TR-ADD OR TR-DROP
006799     THEN
006800         MOVE TR-KEY TO RM-LINK-SECT
006801         PERFORM 1410-LOCATE-SECTION
006802         MOVE 'Y' TO STUDENT-OK-SW
006803         IF RM-L > 0 AND TR-ADD
006804         THEN
006805             PERFORM 3500-CHECK-STUDENT THRU 3500-EXIT
006806         END-IF
006807         IF RM-L > 0 AND STUDENT-OK
006808         THEN
006809             IF LS-COREQ(RM-L) > 0
006810             THEN
006811                 MOVE TR-STUDENT-ID TO SK-STUDENT-ID
006812                 MOVE '2' TO SK-SOURCE
006813                 MOVE TR-CODE TO SK-CODE
006814                 PERFORM 1450-RELEASE-ROW
006815             END-IF
006816         END-IF
006817     END-IF.
006818     READ TRANS-FILE INTO TRAN-DATA
006819             AT END SET TRAN-EOF TO TRUE
006820     END-READ.
006821*
006822 1450-RELEASE-ROW.
006823     ADD 1 TO RM-SORT-SEQ.
006824     MOVE RM-SORT-SEQ TO SK-SEQ.
006825     MOVE LS-COREQ(RM-L) TO SK-GROUP.
006826     MOVE RM-LINK-SECT TO SK-SECT-KEY.
006827     MOVE LS-PART(RM-L) TO SK-PART.
006828     RELEASE SORT-LINK-REC.
006829*
006830******************************************************************
006831* SORT OUTPUT PROCEDURE - JUDGES EACH STUDENT'S SET IN EACH ***
006832* CO-REQUISITE GROUP AS IT WILL STAND AFTER ALL OF THE ***
006833* STUDENT'S CARDS.  A SET THE CARDS CHANGE IS REFUSED WHEN IT ***
006834* WOULD END WITH SOME BUT NOT ALL PARTS HELD; HOLDING NOTHING ***
006835* IN THE GROUP AT ALL IS COMPLETE ***
006836******************************************************************
006837 1500-FIND-REFUSALS.
006838     PERFORM 1550-GET-NEXT THRU 1550-EXIT.
006839     PERFORM 1600-CHECK-ONE-SET THRU 1600-EXIT
006840             UNTIL SORT-EOF.
006841 1500-EXIT.
006842     EXIT.
006843*
006844 1550-GET-NEXT.
006845     RETURN SORT-LINK-WORK
006846             AT END SET SORT-EOF TO TRUE
006847     END-RETURN.
006848 1550-EXIT.
006849     EXIT.
006850*
006851 1600-CHECK-ONE-SET.
006852     MOVE SK-STUDENT-ID TO RM-SET-STUDENT.
006853     MOVE SK-GROUP TO RM-SET-GROUP.
006854     MOVE 'N' TO SET-CHANGED-SW.
006855     PERFORM 1610-CLEAR-PART
006856             VARYING RM-P FROM 1 BY 1
006857             UNTIL RM-P > 4.
006858     PERFORM 1620-CHECK-ONE-SECTION THRU 1620-EXIT
006859             UNTIL SORT-EOF
006860             OR SK-STUDENT-ID NOT = RM-SET-STUDENT
006861             OR SK-GROUP NOT = RM-SET-GROUP.
006862     IF NOT SET-CHANGED
006863     THEN
006864         GO TO 1600-EXIT
006865     END-IF.
006866     MOVE 0 TO RM-PARTS-HELD.
006867     PERFORM 1640-COUNT-PART
006868             VARYING RM-P FROM 1 BY 1
006869             UNTIL RM-P > LG-PART-COUNT(RM-SET-GROUP).
006870     IF RM-PARTS-HELD > 0
006871       AND RM-PARTS-HELD < LG-PART-COUNT(RM-SET-GROUP)
006872     THEN
006873         PERFORM 1660-ADD-REFUSAL
006874     END-IF.
006875 1600-EXIT.
006876     EXIT.
006877*
006878 1610-CLEAR-PART.
006879     MOVE 0 TO SET-PART-HELD(RM-P).
006880*
006881******************************************************************
006882* ONE SECTION OF THE SET - HELD BEFORE WHEN THERE IS A DETAIL ***
006883* RECORD, HELD AFTER AS THE CARDS LEAVE IT IN CARD ORDER ***
006884******************************************************************
006885 1620-CHECK-ONE-SECTION.
006886     MOVE SK-SECT-KEY TO RM-SET-SECT.
006887     MOVE SK-PART TO RM-SET-PART.
006888     MOVE 'N' TO SECT-BEFORE-SW.
006889     MOVE 'N' TO SECT-AFTER-SW.
006890     PERFORM 1630-APPLY-ROW THRU 1630-EXIT
006891             UNTIL SORT-EOF
006892             OR SK-STUDENT-ID NOT = RM-SET-STUDENT
006893             OR SK-GROUP NOT = RM-SET-GROUP
006894             OR SK-SECT-KEY NOT = RM-SET-SECT.
006895     IF SECT-AFTER-SW = 'Y'
006896     THEN
006897         ADD 1 TO SET-PART-HELD(RM-SET-PART)
006898     END-IF.
006899     IF SECT-BEFORE-SW NOT = SECT-AFTER-SW
006900     THEN
006901         SET SET-CHANGED TO TRUE
006902     END-IF.
006903 1620-EXIT.
006904     EXIT.
006905*
006906 1630-APPLY-ROW.
006907     EVALUATE TRUE
006908         WHEN SK-SOURCE = '1'
006909             MOVE 'Y' TO SECT-BEFORE-SW
006910             MOVE 'Y' TO SECT-AFTER-SW
006911         WHEN SK-CODE = 'A'
006912             MOVE 'Y' TO SECT-AFTER-SW
006913         WHEN OTHER
006914             MOVE 'N' TO SECT-AFTER-SW
006915     END-EVALUATE.
006916     PERFORM 1550-GET-NEXT THRU 1550-EXIT.
006917 1630-EXIT.
006918     EXIT.
006919*
006920 1640-COUNT-PART.
006921     IF SET-PART-HELD(RM-P) > 0
006922     THEN
006923         ADD 1 TO RM-PARTS-HELD
006924     END-IF.
006925*
006926 1660-ADD-REFUSAL.
006927     IF RM-REFUSE-COUNT < RM-MAX-REFUSALS
006928     THEN
006929         ADD 1 TO RM-REFUSE-COUNT
006930         MOVE RM-SET-KEY TO RF-SET-KEY(RM-REFUSE-COUNT)
006931     ELSE
006932         DISPLAY 'CO-REQUISITE REFUSAL TABLE FULL - '
006933             RM-SET-STUDENT ' NOT EDITED'
006934         ADD 1 TO RM-LINK-DROPPED
006935     END-IF.
006936*
006937******************************************************************
006938* SETS SET-REFUSED-SW FOR THE CARD'S STUDENT WHEN THE CURRENT ***
006939* SECTION IS IN A CO-REQUISITE GROUP AND THE STUDENT'S CARDS ***
006940* WOULD LEAVE THAT SET INCOMPLETE; THE REASON IS LEFT IN ***
006941* RG-REASON ***
006942******************************************************************
006943 3600-CHECK-SET.
006944     MOVE 'N' TO SET-REFUSED-SW.
006945     IF RM-CUR-COREQ = 0 OR RM-REFUSE-COUNT = 0
006946     THEN
006947         GO TO 3600-EXIT
006948     END-IF.
006949     MOVE TR-STUDENT-ID TO RM-SET-STUDENT.
006950     MOVE RM-CUR-COREQ TO RM-SET-GROUP.
006951     MOVE 1 TO RM-REF-LO.
006952     MOVE RM-REFUSE-COUNT TO RM-REF-HI.
006953     PERFORM 3650-PROBE-REFUSAL
006954             UNTIL SET-REFUSED OR RM-REF-LO > RM-REF-HI.
006955     IF SET-REFUSED
006956     THEN
006957         MOVE 'INCOMPLETE CO-REQUISITE SET' TO RG-REASON
006958     END-IF.
006959 3600-EXIT.
006960     EXIT.
006961*
006962 3650-PROBE-REFUSAL.
006963     COMPUTE RM-REF-MID = ( RM-REF-LO + RM-REF-HI ) / 2.
006964     EVALUATE TRUE
006965         WHEN RF-SET-KEY(RM-REF-MID) = RM-SET-KEY
006966             SET SET-REFUSED TO TRUE
006967         WHEN RF-SET-KEY(RM-REF-MID) < RM-SET-KEY
006968             COMPUTE RM-REF-LO = RM-REF-MID + 1
006969         WHEN OTHER
006970             COMPUTE RM-REF-HI = RM-REF-MID - 1
006971     END-EVALUATE.
006972*
006973******************************************************************
006974* PICKS UP THE CURRENT SECTION'S CO-REQUISITE AND CROSS-LIST ***
006975* GROUPS (ZERO WHEN IT IS IN NONE) ***
006976******************************************************************
006977 2100-FIND-LINKS.
006978     MOVE 0 TO RM-CUR-COREQ.
006979     MOVE 0 TO RM-CUR-XLIST.
006980     IF LINK-EDIT-ON
006981     THEN
006982         MOVE RM-CURR-KEY TO RM-LINK-SECT
006983         PERFORM 1380-FIND-SECTION
006984         IF RM-L > 0
006985         THEN
006986             MOVE LS-COREQ(RM-L) TO RM-CUR-COREQ
006987             MOVE LS-XLIST(RM-L) TO RM-CUR-XLIST
006988         END-IF
006989     END-IF.
006990*
006991******************************************************************
006992* A DROP THAT WOULD BREAK A CO-REQUISITE SET IS REJECTED AND ***
006993* THE STUDENT'S DETAIL RECORD CARRIED FORWARD UNCHANGED ***
006994******************************************************************
006995 3250-REFUSE-DROP.
006996     PERFORM 5000-PRNT-REJECT.
006997     ADD 1 TO RM-LINK-REJECTS.
006998     PERFORM 3100-COPY-DETAIL.
006999     PERFORM 7200-READ-TRANS.
007000*
007001******************************************************************
007002* SECTION-LINK EDIT OF AN ADD THE STUDENT EDIT PASSED - ***
007003* REJECTS IT WHEN IT WOULD BREAK A CO-REQUISITE SET OR WHEN ***
007004* THE CROSS-LIST GROUP'S SHARED SEAT POOL IS ALREADY FULL, ***
007005* OTHERWISE TAKES A SEAT FROM THE POOL - SET-REFUSED-SW ***
007006* TELLS THE CALLER ***
007007******************************************************************
007008 3450-EDIT-LINKS.
007009     PERFORM 3600-CHECK-SET THRU 3600-EXIT.
007010     IF NOT SET-REFUSED AND RM-CUR-XLIST > 0
007011     THEN
007012         IF LG-ENROLLED(RM-CUR-XLIST) NOT < LG-LIMIT(RM-CUR-XLIST)
007013         THEN
007014             MOVE 'CROSS-LIST SEAT POOL FULL' TO RG-REASON
007015             SET SET-REFUSED TO TRUE
007016         ELSE
007017             ADD 1 TO LG-ENROLLED(RM-CUR-XLIST)
007018         END-IF
007019     END-IF.
007020     IF SET-REFUSED
007021     THEN
007022         PERFORM 5000-PRNT-REJECT
007023         ADD 1 TO RM-LINK-REJECTS
007024     END-IF.
007025 3450-EXIT.
007026     EXIT.
007027*
007028******************************************************************
007029* OPENS THE SHARED NOTICE-EVENT FILE FOR APPEND - OPERATIONS ***
007030* SCRATCHES UR-S-NOTEVT AT THE HEAD OF EACH STREAM, SO THE ***
007031* FIRST PROGRAM WITH A NOTICE TO WRITE CREATES IT ***
007032******************************************************************
007033 1700-OPEN-NOTICES.
007034     OPEN EXTEND NOTICE-FILE.
007035     IF RM-NTE-STATUS NOT = '00'
007036     THEN
007037         OPEN OUTPUT NOTICE-FILE
007038     END-IF.
007039*
007040******************************************************************
007041* APPENDS THE NOTICE EVENT FOR THE TRANSACTION JUST APPLIED - ***
007042* AD FOR AN ADD, DR FOR A DROP, WHICH TAKES THE NAME FROM THE ***
007043* DETAIL RECORD IT REMOVES ***
007044******************************************************************
007045 5300-WRITE-NOTICE.
007046     MOVE SPACES TO NOTICE-DATA.
007047     MOVE TR-STUDENT-ID TO NE-STUDENT-ID.
007048     MOVE TR-KEY TO NE-KEY.
007049     MOVE 0 TO NE-PRIORITY.
007050     IF TR-DROP
007051     THEN
007052         MOVE 'DR' TO NE-EVENT-CODE
007053         MOVE RD-STUDENT-NAME TO NE-STUDENT-NAME
007054     ELSE
007055         MOVE 'AD' TO NE-EVENT-CODE
007056         MOVE TR-STUDENT-NAME TO NE-STUDENT-NAME
007057     END-IF.
007058     MOVE 'REGMAINT' TO NE-PROGRAM.
007059     ACCEPT NE-EVENT-DATE FROM DATE.
007060     WRITE NOTICE-DATA.
