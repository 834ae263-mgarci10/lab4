000090*   DATE      INIT  DESCRIPTION
000100*   09/03/26  MG    INITIAL WRITE - SEAT-OFFER RESPONSE
000110*                   PROCESSING AND DISPOSITION REGISTER
000112*   10/15/26  MG    AN ACCEPT FROM A STUDENT WITH A HOLD ON
000114*                   DA-S-STUDENT IS NOT ENROLLED - THE STUDENT
000116*                   IS RE-QUEUED AT THE ORIGINAL PRIORITY
000117*   10/15/26  MG    APPEND A NOTICE EVENT TO UR-S-NOTEVT FOR EVERY
000118*                   OFFER ACCEPTED, EXPIRED OR RE-QUEUED
000119*   10/15/26  MG    AN ACCEPT IN A CROSS-LISTED SECTION WHOSE
000120*                   SHARED SEAT POOL ON DA-S-SECTLNK IS FULL IS
000121*                   RE-QUEUED, NOT ENROLLED; A SKIPPED HOLD CHECK
000122*                   IS NOW NOTED ON THE REGISTER (RC 4)
000123*----------------------------------------------------------------
000130*
000140* MORNING COMPANION TO THE WAITLIST SWEEP.  THE PENDING
000150* SEAT-OFFER FILE (DA-S-OFFER, IN ABB/NUMB/SEC AND PRIORITY
000300* AND EVERY RESPONSE CARD IS LISTED ON THE DISPOSITION
000310* REGISTER (UR-S-DISPOSN) - ACCEPTED, DECLINED, EXPIRED, OR
000320* PENDING - SO NOBODY TRACKS OFFERS ON A CLIPBOARD.
000321* AN ACCEPT FROM A STUDENT WHO HAS SINCE PICKED UP A BURSAR,
000322* ADVISING OR DISCIPLINARY HOLD ON THE STUDENT MASTER
000323* (DA-S-STUDENT) WRITES NO ENROLL-ADJUST CARD; THE STUDENT IS
000324* RE-QUEUED AT THE ORIGINAL PRIORITY SO THE PLACE IN LINE IS
000325* NOT LOST ONCE THE HOLD IS RELEASED, AND THE REGISTER NAMES
000326* THE HOLD.
000327* EVERY ACCEPTED, EXPIRED, DECLINED OR HELD OFFER IS ALSO
000328* APPENDED AS A NOTICE EVENT TO UR-S-NOTEVT FOR STUNOTFY.
000330* WHEN DA-S-STUDENT IS NOT CATALOGED THE HOLD CHECK IS SKIPPED,
000331* THE REGISTER SAYS SO, AND THE RUN ENDS WITH RETURN CODE 4.
000332* AN ACCEPT IN A SECTION CROSS-LISTED ON THE SECTION-LINK FILE
000333* (DA-S-SECTLNK) IS ENROLLED ONLY WHILE THE GROUP'S SHARED SEAT
000334* POOL HAS ROOM - THE POOL LIMIT, LESS THE SEATS TAKEN IN EVERY
000335* SECTION OF THE GROUP ON DA-S-COURSE, LESS THE ACCEPTS ALREADY
000336* CARDED THIS RUN.  AN ACCEPT THE POOL CANNOT HOLD IS RE-QUEUED
000337* AT THE ORIGINAL PRIORITY, AS A HELD ACCEPT IS.
000338*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000372     SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSE' ORGANIZATION
000374             IS LINE SEQUENTIAL.
000380     SELECT OFFER-FILE ASSIGN TO 'DA-S-OFFER' ORGANIZATION
000390             IS LINE SEQUENTIAL.
000400     SELECT RESP-FILE ASSIGN TO 'UR-S-RESPCARD' ORGANIZATION
000470             IS LINE SEQUENTIAL.
000480     SELECT REPORT-FILE ASSIGN TO 'UR-S-DISPOSN' ORGANIZATION
000490             IS LINE SEQUENTIAL.
000492     SELECT OPTIONAL STUDENT-FILE ASSIGN TO 'DA-S-STUDENT'
000494             ORGANIZATION IS LINE SEQUENTIAL
000496             FILE STATUS IS OR-STU-STATUS.
000497     SELECT OPTIONAL LINK-FILE ASSIGN TO 'DA-S-SECTLNK'
000498             ORGANIZATION IS LINE SEQUENTIAL
000499             FILE STATUS IS OR-LNK-STATUS.
000500     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS OR-PARM-STATUS.
000521     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000522             ORGANIZATION IS LINE SEQUENTIAL
000523             FILE STATUS IS OR-STAT-STATUS.
000524     SELECT OPTIONAL NOTICE-FILE ASSIGN TO 'UR-S-NOTEVT'
000525             ORGANIZATION IS LINE SEQUENTIAL
000526             FILE STATUS IS OR-NTE-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000730         05  OF-DATE-MM PIC 99.
000740         05  OF-DATE-DD PIC 99.
000750     03  FILLER PIC X(29).
000751*
000752******************************************************************
000753* COURSE MASTER - READ ONLY TO COUNT THE SEATS ALREADY TAKEN ***
000754* IN EACH CROSS-LISTED SECTION, AND ONLY WHEN DA-S-SECTLNK ***
000755* CARRIES A CROSS-LIST GROUP ***
000756******************************************************************
000757 FD  COURSE-FILE.
000758 01  COURSE-DATA.
000759     88  COURSE-EOF VALUE HIGH-VALUES.
000760     03  C-KEY.
000761         05  C-ABB PIC XXX.
000762         05  C-NUMB PIC XXXX.
000763         05  C-SEC PIC XXX.
000764     03  C-TITLE PIC X(20).
000765     03  C-SEATS-REMAINING PIC S999.
000766     03  C-CLASSLIMIT PIC 999.
000767     03  FILLER PIC X(44).
000768*
000770******************************************************************
000780* ACCEPT/DECLINE RESPONSE CARD - KEYED IN ABB/NUMB/SEC ***
000790* SEQUENCE, IN NO GUARANTEED ORDER WITHIN ONE KEY ***
000900         88  RP-ACCEPT VALUE 'A'.
000910         88  RP-DECLINE VALUE 'D'.
000920     03  FILLER PIC X(62).
000921*
000922******************************************************************
000923* SECTION-LINK FILE (MAINTAINED BY HAND, AUDITED BY LINKAUD) - ***
000924* ONLY THE CROSS-LIST GROUPS MATTER HERE.  OPTIONAL - WHEN IT ***
000925* IS NOT CATALOGED NO SEAT POOL IS CHECKED ***
000926******************************************************************
000927 FD  LINK-FILE.
000928 01  LINK-DATA.
000929     88  LINK-EOF VALUE HIGH-VALUES.
000930     03  SL-TYPE PIC X.
000931     03  SL-GROUP PIC X(6).
000932     03  SL-KEY.
000933         05  SL-ABB PIC XXX.
000934         05  SL-NUMB PIC XXXX.
000935         05  SL-SEC PIC XXX.
000936     03  SL-PART PIC XXX.
000937     03  SL-POOL-LIMIT PIC 999.
000938     03  FILLER PIC X(57).
000939*
000940 FD  TRANS-FILE.
000950 01  TRANS-REC PIC X(80).
000960*
000961******************************************************************
000962* STUDENT NOTICE EVENT - SHARED BY EVERY PROGRAM THAT CHANGES ***
000963* A STUDENT'S REGISTRATION OR WAITLIST STANDING, ONE RECORD ***
000964* APPENDED PER EVENT AND READ BACK BY STUNOTFY ***
000965******************************************************************
000966 FD  NOTICE-FILE.
000967 01  NOTICE-DATA.
000968     03  NE-STUDENT-ID PIC 9(7).
000969     03  NE-EVENT-CODE PIC XX.
000970     03  NE-KEY PIC X(10).
000971     03  NE-PRIORITY PIC 9(3).
000972     03  NE-STUDENT-NAME PIC X(25).
000973     03  NE-PROGRAM PIC X(8).
000974     03  NE-EVENT-DATE PIC 9(6).
000975     03  FILLER PIC X(19).
000976*
000977 FD  NEWOFR-FILE.
000980 01  NEWOFR-REC PIC X(80).
000990*
001000 FD  REQUE-FILE.
001030 FD  REPORT-FILE.
001040 01  REPORT-REC PIC X(132).
001050*
001051******************************************************************
001052* STUDENT MASTER (MAINTAINED BY STUMAINT) - ONLY STUDENTS WITH ***
001053* A HOLD ON FILE ARE KEPT.  OPTIONAL - WHEN IT IS NOT ***
001054* CATALOGED THE HOLD CHECK IS SKIPPED AND ANNOUNCED ***
001055******************************************************************
001056 FD  STUDENT-FILE.
001057 01  STUDENT-DATA.
001058     88  STUDENT-EOF VALUE HIGH-VALUES.
001059     03  ST-STUDENT-ID PIC 9(7).
001060     03  ST-STUDENT-NAME PIC X(25).
001061     03  ST-STATUS PIC X.
001062     03  ST-STANDING PIC XX.
001063     03  ST-TERM PIC X(6).
001064     03  ST-HOLDS.
001065         05  ST-HOLD-BURSAR PIC X.
001066         05  ST-HOLD-ADVISING PIC X.
001067         05  ST-HOLD-DISCIP PIC X.
001068     03  FILLER PIC X(36).
001069*
001070******************************************************************
001071* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES ONLY THE ***
001080* OFFER-EXPIRY DAYS IN COLS 25-27 (SEE LAB4 FOR THE FULL CARD ***
001090* LAYOUT) ***
001100******************************************************************
001290 77  OR-RUN-SERIAL PIC 9(7) VALUE 0.
001300 77  OR-OFFER-SERIAL PIC 9(7) VALUE 0.
001310 77  OR-OFFER-AGE PIC S9(7) VALUE 0.
001312 77  OR-LNK-STATUS PIC XX VALUE '00'.
001314 77  OR-POOL-FULL-COUNT PIC 9(5) VALUE 0.
001316 77  OR-POOL-ROOM PIC S9(5) VALUE 0.
001318 77  OR-CUR-XLIST PIC 9(3) VALUE 0.
001320 77  OR-MAX-GROUP PIC 9(3) VALUE 200.
001330 77  OR-GROUP-COUNT PIC 9(3) VALUE 0.
001340 77  OR-GROUP-DROPPED PIC 9(4) VALUE 0.
001341 77  OR-STAT-STATUS PIC XX VALUE '00'.
001342 77  OR-STU-STATUS PIC XX VALUE '00'.
001343 77  OR-HELD-COUNT PIC 9(5) VALUE 0.
001344 77  OR-HOLDS-LOADED PIC 9(4) VALUE 0.
001345 77  OR-MAX-HOLDS PIC 9(4) VALUE 2000.
001346 77  OR-HOLD-I PIC 9(4) VALUE 0.
001347 77  OR-HOLD-DROPPED PIC 9(5) VALUE 0.
001348 77  OR-NTE-STATUS PIC XX VALUE '00'.
001350 01  MISC.
001352     03  HOLD-SKIP-SW PIC X VALUE 'N'.
001354         88  HOLD-CHECK-SKIPPED VALUE 'Y'.
001356     03  XLIST-LOADED-SW PIC X VALUE 'N'.
001358         88  XLIST-LOADED VALUE 'Y'.
001360     03  POOL-FULL-SW PIC X VALUE 'N'.
001362         88  POOL-FULL VALUE 'Y'.
001370     03  OR-CURR-KEY PIC X(10) VALUE SPACES.
001380     03  OR-PREV-OFFER-KEY PIC X(13) VALUE LOW-VALUES.
001390     03  OR-PREV-RESP-KEY PIC X(10) VALUE LOW-VALUES.
001392     03  OR-NOTICE-CODE PIC XX VALUE SPACES.
001394     03  OR-NOTICE-PRIORITY PIC 9(3) VALUE 0.
001400     03  OR-OFFER-SORT-KEY.
001410         05  OR-OSK-KEY PIC X(10).
001420         05  OR-OSK-PRIORITY PIC 9(3).
001440         05  OR-RUN-YY PIC 99.
001450         05  OR-RUN-MM PIC 99.
001460         05  OR-RUN-DD PIC 99.
001461     03  STUDENT-HELD-SW PIC X VALUE 'N'.
001462         88  STUDENT-HELD VALUE 'Y'.
001463     03  OR-HOLD-REASON PIC X(26) VALUE SPACES.
001464*
001465******************************************************************
001466* IN-MEMORY LIST OF STUDENTS WITH A HOLD ON FILE ***
001467******************************************************************
001468 01  HOLD-TABLE.
001469     05  HOLD-ENTRY OCCURS 2000 TIMES.
001470         10  HT-STUDENT-ID PIC 9(7).
001471         10  HT-HOLD-BURSAR PIC X.
001472         10  HT-HOLD-ADVISING PIC X.
001473         10  HT-HOLD-DISCIP PIC X.
001474*
001475******************************************************************
001476* SECTION-LINK GROUPS AND THE SECTIONS IN THEM, LOADED AND ***
001477* EDITED AS REGMAINT LOADS THEM.  LG-TAKEN IS THE SEATS ***
001478* ALREADY TAKEN ACROSS A CROSS-LIST GROUP'S SECTIONS ON THE ***
001479* MASTER, LG-ACCEPTED THE ACCEPTS CARDED AGAINST ITS POOL ***
001480******************************************************************
001481 01  LINK-WORK.
001482     03  OR-LINK-DROPPED PIC 9(5) VALUE 0.
001483     03  OR-LINK-GROUP-COUNT PIC 9(3) VALUE 0.
001484     03  OR-MAX-LINK-GROUPS PIC 9(3) VALUE 300.
001485     03  OR-LINK-SECT-COUNT PIC 9(3) VALUE 0.
001486     03  OR-MAX-LINK-SECTS PIC 9(3) VALUE 600.
001487     03  OR-G PIC 9(3) VALUE 0.
001488     03  OR-L PIC 9(3) VALUE 0.
001489     03  OR-X PIC 9(3) VALUE 0.
001490     03  OR-P PIC 9 VALUE 0.
001491     03  OR-Q PIC 9 VALUE 0.
001492     03  OR-LINK-REASON PIC X(30) VALUE SPACES.
001493     03  OR-LINK-SECT PIC X(10) VALUE SPACES.
001494 01  LINK-GROUP-TABLE.
001495     05  LINK-GROUP OCCURS 300 TIMES.
001496         10  LG-ID PIC X(6).
001497         10  LG-TYPE PIC X.
001498         10  LG-LIMIT PIC 999.
001499         10  LG-TAKEN PIC S9(5).
001500         10  LG-ACCEPTED PIC 9(5).
001501         10  LG-PART-COUNT PIC 9.
001502         10  LG-PART PIC XXX OCCURS 4 TIMES.
001503 01  LINK-SECTION-TABLE.
001504     05  LINK-SECTION OCCURS 600 TIMES.
001505         10  LS-KEY PIC X(10).
001506         10  LS-COREQ PIC 9(3).
001507         10  LS-PART PIC 9.
001508         10  LS-XLIST PIC 9(3).
001509*
001510******************************************************************
001511* RESPONSE CARDS ALREADY READ FOR THE CURRENT SECTION KEY - ***
001512* THE GROUP RESETS ON EVERY KEY, SO THE TABLE ONLY EVER HOLDS ***
001513* ONE SECTION'S RESPONSES ***
001520******************************************************************
001530 01  RESP-GROUP-TABLE.
001540     05  RESP-GROUP-ENTRY OCCURS 200 TIMES
002240     03  FILLER PIC X(10) VALUE SPACES.
002250     03  DT-LABEL PIC X(22).
002260     03  DT-COUNT PIC ZZZZ9.
002262 01  DISP-HOLD-SKIP.
002264     03  FILLER PIC X(10) VALUE SPACES.
002266     03  FILLER PIC X(47) VALUE
002268             'HOLD CHECK SKIPPED - DA-S-STUDENT NOT AVAILABLE'.
002270*
002271******************************************************************
002272* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
002420* PRIMES BOTH INPUT READS ***
002430******************************************************************
002440 1000-INITIALIZE.
002441     PERFORM 1300-LOAD-LINKS THRU 1300-EXIT.
002442     IF XLIST-LOADED
002443     THEN
002444         PERFORM 1400-TALLY-POOLS THRU 1400-EXIT
002445     END-IF.
002450     OPEN INPUT OFFER-FILE
002460         INPUT RESP-FILE
002470         OUTPUT TRANS-FILE
002570                 END-IF
002580     END-READ.
002590     CLOSE PARM-FILE.
002592     PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT.
002600     ACCEPT OR-RUN-DATE FROM DATE.
002610     MOVE OR-RUN-DATE TO OR-RUN-DATE-SPLIT.
002620     PERFORM 6000-DATE-TO-SERIAL.
002630     MOVE OR-OFFER-SERIAL TO OR-RUN-SERIAL.
002632     PERFORM 1700-OPEN-NOTICES.
002640     WRITE REPORT-REC FROM DISP-HEADING1
002650             AFTER ADVANCING PAGE.
002660     WRITE REPORT-REC FROM DISP-HEADING2
002670             AFTER ADVANCING 1 LINE.
002680     MOVE SPACES TO REPORT-REC.
002690     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
002691     IF HOLD-CHECK-SKIPPED
002692     THEN
002693         WRITE REPORT-REC FROM DISP-HOLD-SKIP
002694                 AFTER ADVANCING 1 LINE
002695         MOVE SPACES TO REPORT-REC
002696         WRITE REPORT-REC AFTER ADVANCING 1 LINE
002697     END-IF.
002700     PERFORM 7000-READ-OFFER.
002710     PERFORM 7100-READ-RESPONSE.
002720*
003580******************************************************************
003590* DISPOSES ONE OFFER - ACCEPTED WRITES THE ENROLL-ADJUST ***
003600* CARD, DECLINED AND EXPIRED RE-QUEUE THE STUDENT AT THE ***
003610* LOWEST PRIORITY, ANYTHING ELSE IS CARRIED FORWARD PENDING. ***
003612* AN ACCEPT FROM A HELD STUDENT, OR ONE THE CROSS-LIST SEAT ***
003614* POOL CANNOT HOLD, IS RE-QUEUED INSTEAD ***
003620******************************************************************
003630 3000-DISPOSE-OFFER.
003640     SET RG-IDX TO 1.
003710         MOVE 'Y' TO RG-USED-SW(RG-IDX)
003720         IF RG-CODE(RG-IDX) = 'A'
003730         THEN
003731             PERFORM 3150-CHECK-HOLD
003732             IF STUDENT-HELD
003733             THEN
003734                 PERFORM 3170-HOLD-OFFER
003735             ELSE
003736                 PERFORM 3180-CHECK-POOL
003737                 IF POOL-FULL
003738                 THEN
003739                     PERFORM 3190-POOL-FULL-OFFER
003740                 ELSE
003741                     PERFORM 3100-ACCEPT-OFFER
003742                 END-IF
003744             END-IF
003750         ELSE
003760             PERFORM 3200-DECLINE-OFFER
003770         END-IF
004030     WRITE TRANS-REC FROM TRAN-CARD-OUT.
004040     ADD 1 TO OR-TRANS-WRITTEN.
004050     ADD 1 TO OR-ACCEPTED-COUNT.
004052     IF OR-CUR-XLIST > 0
004054     THEN
004056         ADD 1 TO LG-ACCEPTED(OR-CUR-XLIST)
004058     END-IF.
004060     MOVE 'ACCEPTED' TO DP-DISP.
004070     MOVE SPACES TO DP-NOTE.
004080     PERFORM 5000-PRNT-DISPOSITION.
004082     MOVE 'AC' TO OR-NOTICE-CODE.
004084     MOVE OF-PRIORITY TO OR-NOTICE-PRIORITY.
004086     PERFORM 5300-WRITE-NOTICE.
004090*
004100******************************************************************
004110* DECLINED - THE STUDENT GOES TO THE BACK OF THE QUEUE AND ***
004170     MOVE 'DECLINED' TO DP-DISP.
004180     MOVE 'RE-QUEUED AT PRIORITY 999' TO DP-NOTE.
004190     PERFORM 5000-PRNT-DISPOSITION.
004192     MOVE 'RQ' TO OR-NOTICE-CODE.
004194     MOVE 999 TO OR-NOTICE-PRIORITY.
004196     PERFORM 5300-WRITE-NOTICE.
004200*
004210******************************************************************
004220* WRITES ONE RE-QUEUE RECORD IN DA-S-WAITLST LAYOUT ***
004440         MOVE 'EXPIRED' TO DP-DISP
004450         MOVE 'RE-QUEUED AT PRIORITY 999' TO DP-NOTE
004460         PERFORM 5000-PRNT-DISPOSITION
004462         MOVE 'EX' TO OR-NOTICE-CODE
004464         MOVE 999 TO OR-NOTICE-PRIORITY
004466         PERFORM 5300-WRITE-NOTICE
004470     ELSE
004480         WRITE NEWOFR-REC FROM OFFER-DATA
004490         ADD 1 TO OR-PENDING-COUNT
005540     MOVE OR-TRANS-WRITTEN TO DT-COUNT.
005550     WRITE REPORT-REC FROM DISP-TOTAL-LINE
005560             AFTER ADVANCING 1 LINE.
005562     MOVE 'HELD - RE-QUEUED      ' TO DT-LABEL.
005564     MOVE OR-HELD-COUNT TO DT-COUNT.
005566     WRITE REPORT-REC FROM DISP-TOTAL-LINE
005568             AFTER ADVANCING 1 LINE.
005569     MOVE 'POOL FULL - RE-QUEUED ' TO DT-LABEL.
005570     MOVE OR-POOL-FULL-COUNT TO DT-COUNT.
005571     WRITE REPORT-REC FROM DISP-TOTAL-LINE
005572             AFTER ADVANCING 1 LINE.
005573*
005580******************************************************************
005590* CLOSES FILES ***
005600******************************************************************
005610 9000-TERMINATE.
005620     CLOSE OFFER-FILE, RESP-FILE, TRANS-FILE,
005630           NEWOFR-FILE, REQUE-FILE, REPORT-FILE,
005632           NOTICE-FILE.
005640*
005650******************************************************************
005660* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 8 WHEN ANY ***
005670* RESPONSE CARDS OVERFLOWED A GROUP AND WERE DROPPED, HELD ***
005672* STUDENTS OVERFLOWED THE HOLD TABLE OR LINKS THE LINK ***
005674* TABLES, 4 WHEN ANY OFFERS LAPSED, ANY CARDS MATCHED ***
005676* NOTHING, ANY ACCEPT WAS HELD OR FOUND ITS SEAT POOL FULL, ***
005678* OR THE HOLD CHECK WAS SKIPPED, ***
005690* 0 WHEN THE RUN WAS CLEAN ***
005700******************************************************************
005710 9100-SET-RETURN-CODE.
005720     IF OR-GROUP-DROPPED > 0 OR OR-HOLD-DROPPED > 0
005722        OR OR-LINK-DROPPED > 0
005730     THEN
005740         MOVE 8 TO RETURN-CODE
005750     ELSE
005760         IF OR-EXPIRED-COUNT > 0 OR OR-ORPHAN-COUNT > 0
005762            OR OR-HELD-COUNT > 0
005764            OR OR-POOL-FULL-COUNT > 0 OR HOLD-CHECK-SKIPPED
005770         THEN
005780             MOVE 4 TO RETURN-CODE
005790         END-IF
005860******************************************************************
005870 9900-SEQUENCE-ABORT.
005880     CLOSE OFFER-FILE, RESP-FILE, TRANS-FILE,
005890           NEWOFR-FILE, REQUE-FILE, REPORT-FILE,
005892           NOTICE-FILE.
005900     MOVE 16 TO RETURN-CODE.
005909     PERFORM 9500-WRITE-STATUS.
005910     STOP RUN.
005929     END-IF.
005930     WRITE STATUS-REC FROM STATUS-LINE.
005931     CLOSE STATUS-FILE.
005932*
005933******************************************************************
005934* LOADS EVERY STUDENT WITH A HOLD ON FILE - WHEN DA-S-STUDENT ***
005935* IS NOT CATALOGED THE CHECK IS SKIPPED, ANNOUNCED, AND EVERY ***
005936* ACCEPT IS ENROLLED AS IT ALWAYS WAS ***
005937******************************************************************
005938 1200-LOAD-HOLDS.
005939     OPEN INPUT STUDENT-FILE.
005940     IF OR-STU-STATUS NOT = '00'
005941     THEN
005942         PERFORM 1210-SKIP-HOLDS
005943         GO TO 1200-EXIT
005944     END-IF.
005946     READ STUDENT-FILE INTO STUDENT-DATA
005947             AT END SET STUDENT-EOF TO TRUE
005948     END-READ.
005949     PERFORM 1250-LOAD-ONE-HOLD THRU 1250-EXIT
005950             UNTIL STUDENT-EOF.
005951     CLOSE STUDENT-FILE.
005952 1200-EXIT.
005953     EXIT.
005954*
005955 1250-LOAD-ONE-HOLD.
005956     IF ST-HOLDS NOT = SPACES
005957     THEN
005958         IF OR-HOLDS-LOADED < OR-MAX-HOLDS
005959         THEN
005960             ADD 1 TO OR-HOLDS-LOADED
005961             MOVE ST-STUDENT-ID
005962                 TO HT-STUDENT-ID(OR-HOLDS-LOADED)
005963             MOVE ST-HOLD-BURSAR
005964                 TO HT-HOLD-BURSAR(OR-HOLDS-LOADED)
005965             MOVE ST-HOLD-ADVISING
005966                 TO HT-HOLD-ADVISING(OR-HOLDS-LOADED)
005967             MOVE ST-HOLD-DISCIP
005968                 TO HT-HOLD-DISCIP(OR-HOLDS-LOADED)
005969         ELSE
005970             DISPLAY 'HOLD TABLE FULL - ' ST-STUDENT-ID
005971                 ' NOT LOADED'
005972             ADD 1 TO OR-HOLD-DROPPED
005973         END-IF
005974     END-IF.
005975     READ STUDENT-FILE INTO STUDENT-DATA
005976             AT END SET STUDENT-EOF TO TRUE
005977     END-READ.
005978 1250-EXIT.
005979     EXIT.
005980*
005981******************************************************************
005982* SETS STUDENT-HELD-SW FOR THE CURRENT OFFER AND, WHEN HELD, ***
005983* NAMES THE HOLD IN OR-HOLD-REASON ***
005984******************************************************************
005985 3150-CHECK-HOLD.
005986     MOVE 'N' TO STUDENT-HELD-SW.
005987     PERFORM 3160-MATCH-HOLD
005988             VARYING OR-HOLD-I FROM 1 BY 1
005989             UNTIL OR-HOLD-I > OR-HOLDS-LOADED
005990             OR STUDENT-HELD.
005991*
005992 3160-MATCH-HOLD.
005993     IF HT-STUDENT-ID(OR-HOLD-I) = OF-STUDENT-ID
005994     THEN
005995         SET STUDENT-HELD TO TRUE
005996         EVALUATE TRUE
005997             WHEN HT-HOLD-BURSAR(OR-HOLD-I) NOT = SPACE
005998                 MOVE 'BURSAR HOLD' TO OR-HOLD-REASON
005999             WHEN HT-HOLD-ADVISING(OR-HOLD-I) NOT = SPACE
006000                 MOVE 'ADVISING HOLD' TO OR-HOLD-REASON
006001             WHEN OTHER
006002                 MOVE 'DISCIPLINARY HOLD' TO OR-HOLD-REASON
006003         END-EVALUATE
006004     END-IF.
006005*
006006******************************************************************
006007* ACCEPTED BUT HELD - NO ENROLL-ADJUST CARD.  THE STUDENT IS ***
006008* RE-QUEUED AT THE ORIGINAL PRIORITY, NOT 999, SO THE PLACE ***
006009* IN LINE SURVIVES UNTIL THE HOLD IS RELEASED ***
006010******************************************************************
006011 3170-HOLD-OFFER.
006012     MOVE OF-ABB TO RQ-ABB.
006013     MOVE OF-NUMB TO RQ-NUMB.
006014     MOVE OF-SEC TO RQ-SEC.
006015     MOVE OF-PRIORITY TO RQ-PRIORITY.
006016     MOVE OF-STUDENT-ID TO RQ-STUDENT-ID.
006017     MOVE OF-STUDENT-NAME TO RQ-STUDENT-NAME.
006018     WRITE REQUE-REC FROM REQUE-DATA.
006019     ADD 1 TO OR-HELD-COUNT.
006020     MOVE 'HELD' TO DP-DISP.
006021     MOVE OR-HOLD-REASON TO DP-NOTE.
006022     PERFORM 5000-PRNT-DISPOSITION.
006023     MOVE 'RQ' TO OR-NOTICE-CODE.
006024     MOVE OF-PRIORITY TO OR-NOTICE-PRIORITY.
006025     PERFORM 5300-WRITE-NOTICE.
006026*
006027******************************************************************
006028* OPENS THE SHARED NOTICE-EVENT FILE FOR APPEND - OPERATIONS ***
006029* SCRATCHES UR-S-NOTEVT AT THE HEAD OF EACH STREAM, SO THE ***
006030* FIRST PROGRAM WITH A NOTICE TO WRITE CREATES IT ***
006031******************************************************************
006032 1700-OPEN-NOTICES.
006033     OPEN EXTEND NOTICE-FILE.
006034     IF OR-NTE-STATUS NOT = '00'
006035     THEN
006036         OPEN OUTPUT NOTICE-FILE
006037     END-IF.
006038*
006039******************************************************************
006040* APPENDS ONE NOTICE EVENT FOR THE CURRENT OFFER - THE CODE ***
006041* AND PRIORITY ARE ALREADY SET: AC ACCEPTED, EX EXPIRED, RQ ***
006042* RE-QUEUED AFTER A DECLINE OR A HOLD ***
006043******************************************************************
006044 5300-WRITE-NOTICE.
006045     MOVE SPACES TO NOTICE-DATA.
006046     MOVE OF-STUDENT-ID TO NE-STUDENT-ID.
006047     MOVE OR-NOTICE-CODE TO NE-EVENT-CODE.
006048     MOVE OF-KEY TO NE-KEY.
006049     MOVE OR-NOTICE-PRIORITY TO NE-PRIORITY.
006050     MOVE OF-STUDENT-NAME TO NE-STUDENT-NAME.
006051     MOVE 'OFFRRESP' TO NE-PROGRAM.
006052     MOVE OR-RUN-DATE TO NE-EVENT-DATE.
006053     WRITE NOTICE-DATA.
006054*
006055******************************************************************
006056* DA-S-STUDENT IS NOT CATALOGED - THE OPTIONAL FILE IS CLOSED ***
006057* AND THE SKIP IS FLAGGED FOR THE REPORT AND THE RETURN CODE ***
006058******************************************************************
006059 1210-SKIP-HOLDS.
006060     DISPLAY 'DA-S-STUDENT NOT AVAILABLE - HOLD CHECK SKIPPED'.
006061     CLOSE STUDENT-FILE.
006062     SET HOLD-CHECK-SKIPPED TO TRUE.
006063*
006064******************************************************************
006065* LOADS THE SECTION-LINK FILE - WHEN IT IS NOT CATALOGED NO ***
006066* SEAT POOL IS CHECKED AND EVERY ACCEPT IS ENROLLED AS IT ***
006067* ALWAYS WAS ***
006068******************************************************************
006069 1300-LOAD-LINKS.
006070     OPEN INPUT LINK-FILE.
006071     IF OR-LNK-STATUS NOT = '00'
006072     THEN
006073         DISPLAY 'DA-S-SECTLNK NOT AVAILABLE - CROSS-LIST SEAT '
006074             'POOLS NOT CHECKED'
006075         CLOSE LINK-FILE
006076         GO TO 1300-EXIT
006077     END-IF.
006078     READ LINK-FILE INTO LINK-DATA
006079             AT END SET LINK-EOF TO TRUE
006080     END-READ.
006081     PERFORM 1350-LOAD-ONE-LINK THRU 1350-EXIT
006082             UNTIL LINK-EOF.
006083     CLOSE LINK-FILE.
006084 1300-EXIT.
006085     EXIT.
006086*
006087******************************************************************
006088* EDITS ONE SECTION-LINK RECORD WITH REGMAINT'S RULES - A BAD ***
006089* RECORD IS ANNOUNCED AND LEFT OUT (LINKAUD LISTS THE SAME ***
006090* REJECTIONS NIGHTLY) ***
006091******************************************************************
006092 1350-LOAD-ONE-LINK.
006093     MOVE SPACES TO OR-LINK-REASON.
006094     EVALUATE TRUE
006095         WHEN SL-TYPE NOT = 'C' AND SL-TYPE NOT = 'X'
006096             MOVE 'INVALID LINK TYPE' TO OR-LINK-REASON
006097         WHEN SL-GROUP = SPACES OR SL-KEY = SPACES
006098             MOVE 'GROUP OR SECTION MISSING' TO OR-LINK-REASON
006099         WHEN SL-TYPE = 'C' AND SL-PART = SPACES
006100             MOVE 'NO PART CODE' TO OR-LINK-REASON
006101         WHEN SL-TYPE = 'X' AND SL-POOL-LIMIT NOT NUMERIC
006102             MOVE 'NO SHARED SEAT LIMIT' TO OR-LINK-REASON
006103         WHEN SL-TYPE = 'X' AND SL-POOL-LIMIT = 0
006104             MOVE 'NO SHARED SEAT LIMIT' TO OR-LINK-REASON
006105         WHEN OTHER
006106             PERFORM 1360-ADD-LINK THRU 1360-EXIT
006107     END-EVALUATE.
006108     IF OR-LINK-REASON NOT = SPACES
006109     THEN
006110         DISPLAY 'DA-S-SECTLNK RECORD REJECTED - ' SL-TYPE ' '
006111             SL-GROUP ' ' SL-KEY ' ' OR-LINK-REASON
006112     END-IF.
006113     READ LINK-FILE INTO LINK-DATA
006114             AT END SET LINK-EOF TO TRUE
006115     END-READ.
006116 1350-EXIT.
006117     EXIT.
006118*
006119******************************************************************
006120* FILES ONE GOOD LINK RECORD UNDER ITS GROUP AND SECTION - THE ***
006121* SAME CHECKS, IN THE SAME ORDER, AS REGMAINT ***
006122******************************************************************
006123 1360-ADD-LINK.
006124     MOVE 0 TO OR-G.
006125     PERFORM 1370-PROBE-GROUP
006126             VARYING OR-X FROM 1 BY 1
006127             UNTIL OR-X > OR-LINK-GROUP-COUNT OR OR-G > 0.
006128     IF OR-G = 0
006129     THEN
006130         IF OR-LINK-GROUP-COUNT NOT < OR-MAX-LINK-GROUPS
006131         THEN
006132             MOVE 'LINK GROUP TABLE FULL' TO OR-LINK-REASON
006133             ADD 1 TO OR-LINK-DROPPED
006134             GO TO 1360-EXIT
006135         END-IF
006136         ADD 1 TO OR-LINK-GROUP-COUNT
006137         MOVE OR-LINK-GROUP-COUNT TO OR-G
006138         MOVE SL-GROUP TO LG-ID(OR-G)
006139         MOVE SL-TYPE TO LG-TYPE(OR-G)
006140         MOVE 0 TO LG-LIMIT(OR-G)
006141         MOVE 0 TO LG-TAKEN(OR-G)
006142         MOVE 0 TO LG-ACCEPTED(OR-G)
006143         MOVE 0 TO LG-PART-COUNT(OR-G)
006144         IF SL-TYPE = 'X'
006145         THEN
006146             MOVE SL-POOL-LIMIT TO LG-LIMIT(OR-G)
006147         END-IF
006148     END-IF.
006149     IF LG-TYPE(OR-G) NOT = SL-TYPE
006150     THEN
006151         MOVE 'GROUP IS ALREADY THE OTHER TYPE' TO OR-LINK-REASON
006152         GO TO 1360-EXIT
006153     END-IF.
006154     IF SL-TYPE = 'X' AND SL-POOL-LIMIT NOT = LG-LIMIT(OR-G)
006155     THEN
006156         MOVE 'SHARED SEAT LIMITS DIFFER' TO OR-LINK-REASON
006157         GO TO 1360-EXIT
006158     END-IF.
006159     MOVE SL-KEY TO OR-LINK-SECT.
006160     PERFORM 1380-FIND-SECTION.
006161     IF OR-L = 0 AND OR-LINK-SECT-COUNT NOT < OR-MAX-LINK-SECTS
006162     THEN
006163         MOVE 'LINK SECTION TABLE FULL' TO OR-LINK-REASON
006164         ADD 1 TO OR-LINK-DROPPED
006165         GO TO 1360-EXIT
006166     END-IF.
006167     IF OR-L > 0
006168     THEN
006169         IF SL-TYPE = 'C' AND LS-COREQ(OR-L) NOT = 0
006170         THEN
006171             MOVE 'SECTION ALREADY IN A CO-REQ SET'
006172                 TO OR-LINK-REASON
006173             GO TO 1360-EXIT
006174         END-IF
006175         IF SL-TYPE = 'X' AND LS-XLIST(OR-L) NOT = 0
006176         THEN
006177             MOVE 'SECTION ALREADY CROSS-LISTED' TO OR-LINK-REASON
006178             GO TO 1360-EXIT
006179         END-IF
006180     END-IF.
006181     MOVE 0 TO OR-P.
006182     IF SL-TYPE = 'C'
006183     THEN
006184         PERFORM 1375-PROBE-PART
006185                 VARYING OR-Q FROM 1 BY 1
006186                 UNTIL OR-Q > LG-PART-COUNT(OR-G)
006187         IF OR-P = 0 AND LG-PART-COUNT(OR-G) = 4
006188         THEN
006189             MOVE 'MORE THAN FOUR PARTS IN SET' TO OR-LINK-REASON
006190             GO TO 1360-EXIT
006191         END-IF
006192         IF OR-P = 0
006193         THEN
006194             ADD 1 TO LG-PART-COUNT(OR-G)
006195             MOVE LG-PART-COUNT(OR-G) TO OR-P
006196             MOVE SL-PART TO LG-PART(OR-G, OR-P)
006197         END-IF
006198     END-IF.
006199     IF OR-L = 0
006200     THEN
006201         ADD 1 TO OR-LINK-SECT-COUNT
006202         MOVE OR-LINK-SECT-COUNT TO OR-L
006203         MOVE SL-KEY TO LS-KEY(OR-L)
006204         MOVE 0 TO LS-COREQ(OR-L)
006205         MOVE 0 TO LS-PART(OR-L)
006206         MOVE 0 TO LS-XLIST(OR-L)
006207     END-IF.
006208     IF SL-TYPE = 'C'
006209     THEN
006210         MOVE OR-G TO LS-COREQ(OR-L)
006211         MOVE OR-P TO LS-PART(OR-L)
006212     ELSE
006213         MOVE OR-G TO LS-XLIST(OR-L)
006214         SET XLIST-LOADED TO TRUE
006215     END-IF.
006216 1360-EXIT.
006217     EXIT.
006218*
006219 1370-PROBE-GROUP.
006220     IF LG-ID(OR-X) = SL-GROUP
006221     THEN
006222         MOVE OR-X TO OR-G
006223     END-IF.
006224*
006225 1375-PROBE-PART.
006226     IF LG-PART(OR-G, OR-Q) = SL-PART
006227     THEN
006228         MOVE OR-Q TO OR-P
006229     END-IF.
006230*
006231******************************************************************
006232* LOOKS UP THE SECTION IN OR-LINK-SECT - OR-L IS ITS ENTRY, OR ***
006233* ZERO WHEN THE SECTION IS NOT LINKED ***
006234******************************************************************
006235 1380-FIND-SECTION.
006236     MOVE 0 TO OR-L.
006237     PERFORM 1385-PROBE-SECTION
006238             VARYING OR-X FROM 1 BY 1
006239             UNTIL OR-X > OR-LINK-SECT-COUNT OR OR-L > 0.
006240*
006241 1385-PROBE-SECTION.
006242     IF LS-KEY(OR-X) = OR-LINK-SECT
006243     THEN
006244         MOVE OR-X TO OR-L
006245     END-IF.
006246*
006247******************************************************************
006248* PASSES DA-S-COURSE ONCE TO COUNT THE SEATS ALREADY TAKEN IN ***
006249* EVERY CROSS-LISTED SECTION AGAINST ITS GROUP'S POOL (CLASS ***
006250* LIMIT LESS SEATS REMAINING) - THE MASTER'S OWN CONTROLS ARE ***
006251* PROVED BY THE PROGRAMS THAT MATCH AGAINST IT ***
006252******************************************************************
006253 1400-TALLY-POOLS.
006254     OPEN INPUT COURSE-FILE.
006255     READ COURSE-FILE INTO COURSE-DATA
006256             AT END SET COURSE-EOF TO TRUE
006257     END-READ.
006258     PERFORM 1450-TALLY-ONE-SECTION THRU 1450-EXIT
006259             UNTIL COURSE-EOF.
006260     CLOSE COURSE-FILE.
006261 1400-EXIT.
006262     EXIT.
006263*
006264 1450-TALLY-ONE-SECTION.
006265     IF C-ABB NOT = 'HDR' AND C-ABB NOT = 'TRL'
006266     THEN
006267         MOVE C-KEY TO OR-LINK-SECT
006268         PERFORM 1380-FIND-SECTION
006269         IF OR-L > 0
006270         THEN
006271             IF LS-XLIST(OR-L) > 0
006272             THEN
006273                 ADD C-CLASSLIMIT TO LG-TAKEN(LS-XLIST(OR-L))
006274                 SUBTRACT C-SEATS-REMAINING
006275                     FROM LG-TAKEN(LS-XLIST(OR-L))
006276             END-IF
006277         END-IF
006278     END-IF.
006279     READ COURSE-FILE INTO COURSE-DATA
006280             AT END SET COURSE-EOF TO TRUE
006281     END-READ.
006282 1450-EXIT.
006283     EXIT.
006284*
006285******************************************************************
006286* SETS POOL-FULL-SW FOR AN ACCEPT IN A CROSS-LISTED SECTION ***
006287* WHOSE GROUP'S SHARED POOL HAS NO SEAT LEFT - THE LIMIT, LESS ***
006288* THE SEATS TAKEN ON THE MASTER, LESS THE ACCEPTS ALREADY ***
006289* CARDED THIS RUN ***
006290******************************************************************
006291 3180-CHECK-POOL.
006292     MOVE 'N' TO POOL-FULL-SW.
006293     MOVE 0 TO OR-CUR-XLIST.
006294     IF XLIST-LOADED
006295     THEN
006296         MOVE OF-KEY TO OR-LINK-SECT
006297         PERFORM 1380-FIND-SECTION
006298         IF OR-L > 0
006299         THEN
006300             MOVE LS-XLIST(OR-L) TO OR-CUR-XLIST
006301         END-IF
006302     END-IF.
006303     IF OR-CUR-XLIST > 0
006304     THEN
006305         COMPUTE OR-POOL-ROOM = LG-LIMIT(OR-CUR-XLIST)
006306             - LG-TAKEN(OR-CUR-XLIST) - LG-ACCEPTED(OR-CUR-XLIST)
006307         IF OR-POOL-ROOM NOT > 0
006308         THEN
006309             SET POOL-FULL TO TRUE
006310         END-IF
006311     END-IF.
006312*
006313******************************************************************
006314* ACCEPTED BUT THE SEAT POOL IS FULL - NO ENROLL-ADJUST CARD. ***
006315* THE STUDENT IS RE-QUEUED AT THE ORIGINAL PRIORITY, AS A HELD ***
006316* ACCEPT IS, SO THE PLACE IN LINE SURVIVES UNTIL A SEAT IN THE ***
006317* GROUP COMES FREE ***
006318******************************************************************
006319 3190-POOL-FULL-OFFER.
006320     MOVE OF-ABB TO RQ-ABB.
006321     MOVE OF-NUMB TO RQ-NUMB.
006322     MOVE OF-SEC TO RQ-SEC.
006323     MOVE OF-PRIORITY TO RQ-PRIORITY.
006324     MOVE OF-STUDENT-ID TO RQ-STUDENT-ID.
006325     MOVE OF-STUDENT-NAME TO RQ-STUDENT-NAME.
006326     WRITE REQUE-REC FROM REQUE-DATA.
006327     ADD 1 TO OR-POOL-FULL-COUNT.
006328     MOVE 'POOL FULL' TO DP-DISP.
006329     MOVE 'CROSS-LIST POOL FULL' TO DP-NOTE.
006330     PERFORM 5000-PRNT-DISPOSITION.
006331     MOVE 'RQ' TO OR-NOTICE-CODE.
006332     MOVE OF-PRIORITY TO OR-NOTICE-PRIORITY.
006333     PERFORM 5300-WRITE-NOTICE.
