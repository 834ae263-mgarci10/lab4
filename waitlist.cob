000114*                   DA-S-COURSE HEADER (RC 20 ON MISMATCH)
000116*   09/03/26  MG    APPEND A ONE-LINE RUN-STATUS RECORD TO
000117*                   UR-S-STATUS FOR THE RUNSUMM SUMMARY
000118*   10/15/26  MG    PASS OVER STUDENTS WITH A HOLD ON DA-S-STUDENT
000119*                   WHEN OFFERING SEATS - THEY STAY QUEUED
000120*   10/15/26  MG    APPEND A NOTICE EVENT TO UR-S-NOTEVT FOR EVERY
000121*                   SEAT OFFERED AND EVERY ENTRY PURGED
000122*   10/15/26  MG    HOLD OFFERS IN A CROSS-LISTED SECTION TO
000123*                   WHAT THE GROUP'S SHARED SEAT POOL ON
000124*                   DA-S-SECTLNK HAS LEFT; A SKIPPED HOLD
000125*                   CHECK IS NOW NOTED ON THE REPORT (RC 4)
000126*----------------------------------------------------------------
000130*
000140* NIGHTLY WAITLIST SWEEP.  THE WAITLIST FILE (DA-S-WAITLST, ONE
000150* RECORD PER QUEUED STUDENT, KEYED BY ABB/NUMB/SEC PLUS A
000260* BOTH INPUTS MUST BE IN KEY SEQUENCE (THE WAITLIST ALSO BY
000270* PRIORITY WITHIN KEY) AND THE RUN ABORTS RATHER THAN PROCESS
000280* AN OUT-OF-SEQUENCE FILE.
000282* A STUDENT WITH A BURSAR, ADVISING OR DISCIPLINARY HOLD ON THE
000284* STUDENT MASTER (DA-S-STUDENT) IS PASSED OVER FOR AN OFFER BUT
000286* KEEPS THE PLACE IN THE QUEUE, AND THE SEAT GOES TO THE NEXT
000288* STUDENT IN LINE; THE REPORT SHOWS WHICH HOLD WAS IN THE WAY.
000289* EVERY OFFER AND EVERY PURGE IS ALSO APPENDED AS A NOTICE
000290* EVENT TO UR-S-NOTEVT, WHICH STUNOTFY TURNS INTO THE NIGHT'S
000291* STUDENT NOTIFICATION FEED.
000292* WHEN DA-S-STUDENT IS NOT CATALOGED THE HOLD CHECK IS SKIPPED,
000293* THE REPORT SAYS SO, AND THE RUN ENDS WITH RETURN CODE 4.
000294* A SECTION CROSS-LISTED ON THE SECTION-LINK FILE (DA-S-SECTLNK)
000295* IS OFFERED NO MORE SEATS THAN ITS GROUP'S SHARED POOL HAS LEFT
000296* - THE POOL LIMIT LESS THE SEATS TAKEN IN EVERY SECTION OF THE
000297* GROUP ON THE MASTER AND THE OFFERS ALREADY MADE TONIGHT; A
000298* STUDENT THE POOL LEAVES WITHOUT A SEAT IS KEPT IN LINE.
000299*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000390             IS LINE SEQUENTIAL.
000400     SELECT NEWWAIT-FILE ASSIGN TO 'DA-S-NEWWAIT' ORGANIZATION
000410             IS LINE SEQUENTIAL.
000412     SELECT OPTIONAL STUDENT-FILE ASSIGN TO 'DA-S-STUDENT'
000414             ORGANIZATION IS LINE SEQUENTIAL
000416             FILE STATUS IS WL-STU-STATUS.
000417     SELECT OPTIONAL LINK-FILE ASSIGN TO 'DA-S-SECTLNK'
000418             ORGANIZATION IS LINE SEQUENTIAL
000419             FILE STATUS IS WL-LNK-STATUS.
000420     SELECT REPORT-FILE ASSIGN TO 'UR-S-OFFER' ORGANIZATION
000430             IS LINE SEQUENTIAL.
000432     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000437     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000438             ORGANIZATION IS LINE SEQUENTIAL
000439             FILE STATUS IS WL-STAT-STATUS.
000440     SELECT OPTIONAL NOTICE-FILE ASSIGN TO 'UR-S-NOTEVT'
000441             ORGANIZATION IS LINE SEQUENTIAL
000442             FILE STATUS IS WL-NTE-STATUS.
000443*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  COURSE-FILE.
000870     03  WL-STUDENT-NAME PIC X(25).
000880     03  FILLER PIC X(35).
000890*
000891******************************************************************
000892* STUDENT NOTICE EVENT - SHARED BY EVERY PROGRAM THAT CHANGES ***
000893* A STUDENT'S REGISTRATION OR WAITLIST STANDING, ONE RECORD ***
000894* APPENDED PER EVENT AND READ BACK BY STUNOTFY ***
000895******************************************************************
000896 FD  NOTICE-FILE.
000897 01  NOTICE-DATA.
000898     03  NE-STUDENT-ID PIC 9(7).
000899     03  NE-EVENT-CODE PIC XX.
000900     03  NE-KEY PIC X(10).
000901     03  NE-PRIORITY PIC 9(3).
000902     03  NE-STUDENT-NAME PIC X(25).
000903     03  NE-PROGRAM PIC X(8).
000904     03  NE-EVENT-DATE PIC 9(6).
000905     03  FILLER PIC X(19).
000906*
000907******************************************************************
000910* SEAT-OFFER RECORD - ONE PER OFFER GENERATED TONIGHT ***
000920******************************************************************
000930 FD  OFFER-FILE.
001000     03  OF-STUDENT-NAME PIC X(25).
001010     03  OF-OFFER-DATE PIC 9(6).
001020     03  FILLER PIC X(29).
001021*
001022******************************************************************
001023* SECTION-LINK FILE (MAINTAINED BY HAND, AUDITED BY LINKAUD) - ***
001024* ONLY THE CROSS-LIST GROUPS MATTER HERE.  OPTIONAL - WHEN IT ***
001025* IS NOT CATALOGED NO SEAT POOL IS APPLIED ***
001026******************************************************************
001027 FD  LINK-FILE.
001028 01  LINK-DATA.
001029     88  LINK-EOF VALUE HIGH-VALUES.
001030     03  SL-TYPE PIC X.
001031     03  SL-GROUP PIC X(6).
001032     03  SL-KEY.
001033         05  SL-ABB PIC XXX.
001034         05  SL-NUMB PIC XXXX.
001035         05  SL-SEC PIC XXX.
001036     03  SL-PART PIC XXX.
001037     03  SL-POOL-LIMIT PIC 999.
001038     03  FILLER PIC X(57).
001039*
001040 FD  NEWWAIT-FILE.
001050 01  NEWWAIT-REC PIC X(80).
001060*
001061******************************************************************
001062* STUDENT MASTER (MAINTAINED BY STUMAINT) - ONLY STUDENTS WITH ***
001063* A HOLD ON FILE ARE KEPT.  OPTIONAL - WHEN IT IS NOT ***
001064* CATALOGED THE HOLD CHECK IS SKIPPED AND ANNOUNCED ***
001065******************************************************************
001066 FD  STUDENT-FILE.
001067 01  STUDENT-DATA.
001068     88  STUDENT-EOF VALUE HIGH-VALUES.
001069     03  ST-STUDENT-ID PIC 9(7).
001070     03  ST-STUDENT-NAME PIC X(25).
001071     03  ST-STATUS PIC X.
001072     03  ST-STANDING PIC XX.
001073     03  ST-TERM PIC X(6).
001074     03  ST-HOLDS.
001075         05  ST-HOLD-BURSAR PIC X.
001076         05  ST-HOLD-ADVISING PIC X.
001077         05  ST-HOLD-DISCIP PIC X.
001078     03  FILLER PIC X(36).
001079*
001080 FD  REPORT-FILE.
001081 01  REPORT-REC PIC X(132).
001082*
001083******************************************************************
001084* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES ONLY THE ***
001160 77  WL-OFFERS-THIS-KEY PIC 9(3) VALUE 0.
001170 77  WL-CTL-READ-COUNT PIC 9(5) VALUE 0.
001180 77  WL-CTL-HASH-TOTAL PIC 9(7) VALUE 0.
001181 77  WL-LNK-STATUS PIC XX VALUE '00'.
001182 77  WL-SECT-SEATS PIC 9(3) VALUE 0.
001183 77  WL-POOL-ROOM PIC S9(5) VALUE 0.
001184 77  WL-POOL-KEPT PIC 9(5) VALUE 0.
001185 77  WL-CUR-XLIST PIC 9(3) VALUE 0.
001190 77  WL-RUN-DATE PIC 9(6) VALUE 0.
001191 77  WL-NTE-STATUS PIC XX VALUE '00'.
001192 77  WL-PARM-STATUS PIC XX VALUE '00'.
001194 77  WL-PARM-TERM PIC X(6) VALUE SPACES.
001196 77  WL-STAT-STATUS PIC XX VALUE '00'.
001197 77  WL-STU-STATUS PIC XX VALUE '00'.
001198 77  WL-HELD-COUNT PIC 9(5) VALUE 0.
001199 77  WL-HOLDS-LOADED PIC 9(4) VALUE 0.
001200 77  WL-MAX-HOLDS PIC 9(4) VALUE 2000.
001201 77  WL-HOLD-I PIC 9(4) VALUE 0.
001202 77  WL-HOLD-DROPPED PIC 9(5) VALUE 0.
001203 01  MISC.
001210     03  EOF PIC X VALUE 'N'.
001220     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
001230         88  TRAILER-FOUND VALUE 'Y'.
001240     03  CONTROL-FAIL-SW PIC X VALUE 'N'.
001250         88  CONTROL-FAILED VALUE 'Y'.
001252     03  STUDENT-HELD-SW PIC X VALUE 'N'.
001254         88  STUDENT-HELD VALUE 'Y'.
001256     03  WL-HOLD-REASON PIC X(24) VALUE SPACES.
001258     03  WL-NOTICE-CODE PIC XX VALUE SPACES.
001260     03  WL-COURSE-KEY.
001270         05  WL-C-ABB PIC XXX.
001280         05  WL-C-NUMB PIC XXXX.
001330     03  WL-ENTRY-SORT-KEY.
001340         05  WL-ESK-KEY PIC X(10).
001350         05  WL-ESK-PRIORITY PIC 9(3).
001352     03  HOLD-SKIP-SW PIC X VALUE 'N'.
001354         88  HOLD-CHECK-SKIPPED VALUE 'Y'.
001356     03  XLIST-LOADED-SW PIC X VALUE 'N'.
001358         88  XLIST-LOADED VALUE 'Y'.
001360*
001362 01  CONTROL-HEADER-REC.
001364     03  CH-ID PIC XXX VALUE SPACES.
001390     03  CT-COUNT PIC 9(5) VALUE ZERO.
001400     03  CT-HASH PIC 9(7) VALUE ZERO.
001410     03  FILLER PIC X(65).
001411*
001412******************************************************************
001413* IN-MEMORY LIST OF STUDENTS WITH A HOLD ON FILE ***
001414******************************************************************
001415 01  HOLD-TABLE.
001416     05  HOLD-ENTRY OCCURS 2000 TIMES.
001417         10  HT-STUDENT-ID PIC 9(7).
001418         10  HT-HOLD-BURSAR PIC X.
001419         10  HT-HOLD-ADVISING PIC X.
001420         10  HT-HOLD-DISCIP PIC X.
001421*
001422******************************************************************
001423* SECTION-LINK GROUPS AND THE SECTIONS IN THEM, LOADED AND ***
001424* EDITED AS REGMAINT LOADS THEM.  LG-TAKEN IS THE SEATS ***
001425* ALREADY TAKEN ACROSS A CROSS-LIST GROUP'S SECTIONS ON THE ***
001426* MASTER, LG-OFFERED THE OFFERS MADE AGAINST ITS POOL TONIGHT ***
001427******************************************************************
001428 01  LINK-WORK.
001429     03  WL-LINK-DROPPED PIC 9(5) VALUE 0.
001430     03  WL-GROUP-COUNT PIC 9(3) VALUE 0.
001431     03  WL-MAX-GROUPS PIC 9(3) VALUE 300.
001432     03  WL-SECTION-COUNT PIC 9(3) VALUE 0.
001433     03  WL-MAX-SECTIONS PIC 9(3) VALUE 600.
001434     03  WL-G PIC 9(3) VALUE 0.
001435     03  WL-L PIC 9(3) VALUE 0.
001436     03  WL-X PIC 9(3) VALUE 0.
001437     03  WL-P PIC 9 VALUE 0.
001438     03  WL-Q PIC 9 VALUE 0.
001439     03  WL-LINK-REASON PIC X(30) VALUE SPACES.
001440     03  WL-LINK-SECT PIC X(10) VALUE SPACES.
001441 01  LINK-GROUP-TABLE.
001442     05  LINK-GROUP OCCURS 300 TIMES.
001443         10  LG-ID PIC X(6).
001444         10  LG-TYPE PIC X.
001445         10  LG-LIMIT PIC 999.
001446         10  LG-TAKEN PIC S9(5).
001447         10  LG-OFFERED PIC 9(5).
001448         10  LG-PART-COUNT PIC 9.
001449         10  LG-PART PIC XXX OCCURS 4 TIMES.
001450 01  LINK-SECTION-TABLE.
001451     05  LINK-SECTION OCCURS 600 TIMES.
001452         10  LS-KEY PIC X(10).
001453         10  LS-COREQ PIC 9(3).
001454         10  LS-PART PIC 9.
001455         10  LS-XLIST PIC 9(3).
001456*
001457******************************************************************
001458* DESCRIPTION OF OFFER REPORT HEADING AND DETAIL LINES ***
001459******************************************************************
001460 01  OFFER-HEADING1.
001470     03  FILLER PIC X(10) VALUE SPACES.
001480     03  FILLER PIC X(26) VALUE 'WAITLIST SEAT-OFFER REPORT'.
001910     03  FILLER PIC X VALUE '/'.
001920     03  CF-ACT-HASH PIC ZZZZZZ9.
001930     03  FILLER PIC X(27) VALUE ' - DO NOT TRUST THIS REPORT'.
001932 01  OFFER-HOLD-SKIP.
001934     03  FILLER PIC X(10) VALUE SPACES.
001936     03  FILLER PIC X(47) VALUE
001938             'HOLD CHECK SKIPPED - DA-S-STUDENT NOT AVAILABLE'.
001940*
001941******************************************************************
001942* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
002070* OPENS FILES, PRINTS THE HEADING, PRIMES BOTH INPUT READS ***
002080******************************************************************
002090 1000-INITIALIZE.
002091     PERFORM 1300-LOAD-LINKS THRU 1300-EXIT.
002092     IF XLIST-LOADED
002093     THEN
002094         PERFORM 1400-TALLY-POOLS THRU 1400-EXIT
002095     END-IF.
002100     OPEN INPUT COURSE-FILE
002110         INPUT WAITLST-FILE
002120         OUTPUT OFFER-FILE
002150     ACCEPT WL-RUN-DATE FROM DATE.
002152     PERFORM 7000-READ-COURSE.
002154     PERFORM 1100-VERIFY-TERM.
002156     PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT.
002158     PERFORM 1700-OPEN-NOTICES.
002160     WRITE REPORT-REC FROM OFFER-HEADING1
002170             AFTER ADVANCING PAGE.
002180     WRITE REPORT-REC FROM OFFER-HEADING2
002190             AFTER ADVANCING 1 LINE.
002200     MOVE SPACES TO REPORT-REC.
002210     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
002212     IF HOLD-CHECK-SKIPPED
002214     THEN
002216         WRITE REPORT-REC FROM OFFER-HOLD-SKIP
002218                 AFTER ADVANCING 1 LINE
002220         MOVE SPACES TO REPORT-REC
002222         WRITE REPORT-REC AFTER ADVANCING 1 LINE
002224     END-IF.
002230     PERFORM 7100-READ-WAITLIST.
002240*
002241******************************************************************
002440         ELSE
002450             MOVE 0 TO WL-OPEN-SEATS
002460         END-IF
002462         MOVE WL-OPEN-SEATS TO WL-SECT-SEATS
002464         PERFORM 2100-APPLY-POOL
002470         MOVE 0 TO WL-OFFERS-THIS-KEY
002480         PERFORM 3100-OFFER-OR-KEEP THRU 3100-EXIT
002490                 UNTIL WL-KEY NOT = WL-CURR-KEY
002600     MOVE 'SECTION NOT ON MASTER' TO OD-NOTE.
002610     PERFORM 5000-PRNT-DETAIL.
002620     ADD 1 TO WL-PURGED-COUNT.
002622     MOVE 'CW' TO WL-NOTICE-CODE.
002624     PERFORM 5300-WRITE-NOTICE.
002630     PERFORM 7100-READ-WAITLIST.
002640 3000-EXIT.
002650     EXIT.
002670******************************************************************
002680* OFFERS A SEAT TO THE NEXT ENTRY IN PRIORITY ORDER WHILE ***
002690* OPEN SEATS REMAIN, OTHERWISE REWRITES THE ENTRY TO THE NEW ***
002700* WAITLIST.  A STUDENT WITH A HOLD WHO WOULD HAVE HAD A SEAT ***
002702* IS PASSED OVER AND KEPT, AND THE SEAT FALLS TO THE NEXT ***
002704* ENTRY.  ONE THE CROSS-LIST SEAT POOL LEAVES WITHOUT A SEAT ***
002706* IS KEPT AND NOTED ***
002710******************************************************************
002720 3100-OFFER-OR-KEEP.
002730     IF WL-OFFERS-THIS-KEY < WL-OPEN-SEATS
002740     THEN
002742         PERFORM 3150-CHECK-HOLD
002744     ELSE
002746         MOVE 'N' TO STUDENT-HELD-SW
002748     END-IF.
002750     EVALUATE TRUE
002752         WHEN STUDENT-HELD
002754             WRITE NEWWAIT-REC FROM WAITLST-DATA
002756             ADD 1 TO WL-KEPT-COUNT
002758             ADD 1 TO WL-HELD-COUNT
002760             MOVE 'HELD' TO OD-ACTION
002762             MOVE WL-HOLD-REASON TO OD-NOTE
002764             PERFORM 5000-PRNT-DETAIL
002766         WHEN WL-OFFERS-THIS-KEY < WL-OPEN-SEATS
002768             PERFORM 3200-WRITE-OFFER
002770         WHEN OTHER
002772             WRITE NEWWAIT-REC FROM WAITLST-DATA
002780             ADD 1 TO WL-KEPT-COUNT
002781             IF WL-OFFERS-THIS-KEY < WL-SECT-SEATS
002782             THEN
002783                 ADD 1 TO WL-POOL-KEPT
002784                 MOVE 'KEPT' TO OD-ACTION
002785                 MOVE 'CROSS-LIST POOL FULL' TO OD-NOTE
002786                 PERFORM 5000-PRNT-DETAIL
002787             END-IF
002790     END-EVALUATE.
002800     PERFORM 7100-READ-WAITLIST.
002810 3100-EXIT.
002820     EXIT.
002970     MOVE SPACES TO OD-NOTE.
002980     PERFORM 5000-PRNT-DETAIL.
002990     ADD 1 TO WL-OFFERS-WRITTEN.
002992     MOVE 'OF' TO WL-NOTICE-CODE.
002994     PERFORM 5300-WRITE-NOTICE.
003000     ADD 1 TO WL-OFFERS-THIS-KEY.
003002     IF WL-CUR-XLIST > 0
003004     THEN
003006         ADD 1 TO LG-OFFERED(WL-CUR-XLIST)
003008     END-IF.
003010*
003020******************************************************************
003030* FORMATS AND WRITES ONE REPORT DETAIL LINE FROM THE CURRENT ***
004350     MOVE WL-KEPT-COUNT TO OT-COUNT.
004360     WRITE REPORT-REC FROM OFFER-TOTAL-LINE
004370             AFTER ADVANCING 1 LINE.
004372     MOVE 'HELD - NOT OFFERED    ' TO OT-LABEL.
004374     MOVE WL-HELD-COUNT TO OT-COUNT.
004376     WRITE REPORT-REC FROM OFFER-TOTAL-LINE
004378             AFTER ADVANCING 1 LINE.
004379     MOVE 'KEPT - POOL FULL      ' TO OT-LABEL.
004380     MOVE WL-POOL-KEPT TO OT-COUNT.
004381     WRITE REPORT-REC FROM OFFER-TOTAL-LINE
004382             AFTER ADVANCING 1 LINE.
004383*
004390******************************************************************
004400* CLOSES FILES ***
004410******************************************************************
004420 9000-TERMINATE.
004430     CLOSE COURSE-FILE, WAITLST-FILE, OFFER-FILE,
004440           NEWWAIT-FILE, REPORT-FILE,
004442           NOTICE-FILE.
004450*
004460******************************************************************
004470* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN THE ***
004480* CONTROL TOTALS FAILED, 8 WHEN HELD STUDENTS OVERFLOWED THE ***
004482* HOLD TABLE OR LINKS OVERFLOWED THE LINK TABLES (SOME SEATS ***
004484* MAY HAVE BEEN OFFERED WRONGLY), 4 WHEN ANY ENTRIES WERE ***
004486* PURGED OR THE HOLD CHECK WAS SKIPPED, 0 OTHERWISE ***
004500******************************************************************
004510 9100-SET-RETURN-CODE.
004520     IF CONTROL-FAILED
004530     THEN
004540         MOVE 12 TO RETURN-CODE
004550     ELSE
004552         IF WL-HOLD-DROPPED > 0 OR WL-LINK-DROPPED > 0
004554         THEN
004556             MOVE 8 TO RETURN-CODE
004558         ELSE
004560             IF WL-PURGED-COUNT > 0 OR HOLD-CHECK-SKIPPED
004570             THEN
004580                 MOVE 4 TO RETURN-CODE
004590             END-IF
004592         END-IF
004600     END-IF.
004610*
004620******************************************************************
004660******************************************************************
004670 9900-SEQUENCE-ABORT.
004680     CLOSE COURSE-FILE, WAITLST-FILE, OFFER-FILE,
004690           NEWWAIT-FILE, REPORT-FILE,
004692           NOTICE-FILE.
004700     MOVE 16 TO RETURN-CODE.
004705     PERFORM 9500-WRITE-STATUS.
004710     STOP RUN.
004900     END-IF.
004910     WRITE STATUS-REC FROM STATUS-LINE.
004920     CLOSE STATUS-FILE.
004921*
004922******************************************************************
004923* LOADS EVERY STUDENT WITH A HOLD ON FILE - WHEN DA-S-STUDENT ***
004924* IS NOT CATALOGED THE CHECK IS SKIPPED, ANNOUNCED, AND THE ***
004925* SWEEP OFFERS SEATS AS IT ALWAYS DID ***
004926******************************************************************
004927 1200-LOAD-HOLDS.
004928     OPEN INPUT STUDENT-FILE.
004929     IF WL-STU-STATUS NOT = '00'
004930     THEN
004931         PERFORM 1210-SKIP-HOLDS
004932         GO TO 1200-EXIT
004933     END-IF.
004935     READ STUDENT-FILE INTO STUDENT-DATA
004936             AT END SET STUDENT-EOF TO TRUE
004937     END-READ.
004938     PERFORM 1250-LOAD-ONE-HOLD THRU 1250-EXIT
004939             UNTIL STUDENT-EOF.
004940     CLOSE STUDENT-FILE.
004941 1200-EXIT.
004942     EXIT.
004943*
004944 1250-LOAD-ONE-HOLD.
004945     IF ST-HOLDS NOT = SPACES
004946     THEN
004947         IF WL-HOLDS-LOADED < WL-MAX-HOLDS
004948         THEN
004949             ADD 1 TO WL-HOLDS-LOADED
004950             MOVE ST-STUDENT-ID
004951                 TO HT-STUDENT-ID(WL-HOLDS-LOADED)
004952             MOVE ST-HOLD-BURSAR
004953                 TO HT-HOLD-BURSAR(WL-HOLDS-LOADED)
004954             MOVE ST-HOLD-ADVISING
004955                 TO HT-HOLD-ADVISING(WL-HOLDS-LOADED)
004956             MOVE ST-HOLD-DISCIP
004957                 TO HT-HOLD-DISCIP(WL-HOLDS-LOADED)
004958         ELSE
004959             DISPLAY 'HOLD TABLE FULL - ' ST-STUDENT-ID
004960                 ' NOT LOADED'
004961             ADD 1 TO WL-HOLD-DROPPED
004962         END-IF
004963     END-IF.
004964     READ STUDENT-FILE INTO STUDENT-DATA
004965             AT END SET STUDENT-EOF TO TRUE
004966     END-READ.
004967 1250-EXIT.
004968     EXIT.
004969*
004970******************************************************************
004971* SETS STUDENT-HELD-SW FOR THE CURRENT WAITLIST ENTRY AND, ***
004972* WHEN HELD, NAMES THE HOLD IN WL-HOLD-REASON ***
004973******************************************************************
004974 3150-CHECK-HOLD.
004975     MOVE 'N' TO STUDENT-HELD-SW.
004976     PERFORM 3160-MATCH-HOLD
004977             VARYING WL-HOLD-I FROM 1 BY 1
004978             UNTIL WL-HOLD-I > WL-HOLDS-LOADED
004979             OR STUDENT-HELD.
004980*
004981 3160-MATCH-HOLD.
004982     IF HT-STUDENT-ID(WL-HOLD-I) = WL-STUDENT-ID
004983     THEN
004984         SET STUDENT-HELD TO TRUE
004985         EVALUATE TRUE
004986             WHEN HT-HOLD-BURSAR(WL-HOLD-I) NOT = SPACE
004987                 MOVE 'BURSAR HOLD' TO WL-HOLD-REASON
004988             WHEN HT-HOLD-ADVISING(WL-HOLD-I) NOT = SPACE
004989                 MOVE 'ADVISING HOLD' TO WL-HOLD-REASON
004990             WHEN OTHER
004991                 MOVE 'DISCIPLINARY HOLD' TO WL-HOLD-REASON
004992         END-EVALUATE
004993     END-IF.
004994*
004995******************************************************************
004996* OPENS THE SHARED NOTICE-EVENT FILE FOR APPEND - OPERATIONS ***
004997* SCRATCHES UR-S-NOTEVT AT THE HEAD OF EACH STREAM, SO THE ***
004998* FIRST PROGRAM WITH A NOTICE TO WRITE CREATES IT ***
004999******************************************************************
005000 1700-OPEN-NOTICES.
005001     OPEN EXTEND NOTICE-FILE.
005002     IF WL-NTE-STATUS NOT = '00'
005003     THEN
005004         OPEN OUTPUT NOTICE-FILE
005005     END-IF.
005006*
005007******************************************************************
005008* APPENDS ONE NOTICE EVENT FOR THE CURRENT WAITLIST ENTRY - ***
005009* OF FOR A SEAT OFFERED, CW FOR AN ENTRY PURGED BECAUSE ITS ***
005010* SECTION IS GONE ***
005011******************************************************************
005012 5300-WRITE-NOTICE.
005013     MOVE SPACES TO NOTICE-DATA.
005014     MOVE WL-NOTICE-CODE TO NE-EVENT-CODE.
005015     MOVE WL-STUDENT-ID TO NE-STUDENT-ID.
005016     MOVE WL-KEY TO NE-KEY.
005017     MOVE WL-PRIORITY TO NE-PRIORITY.
005018     MOVE WL-STUDENT-NAME TO NE-STUDENT-NAME.
005019     MOVE 'WAITLIST' TO NE-PROGRAM.
005020     MOVE WL-RUN-DATE TO NE-EVENT-DATE.
005021     WRITE NOTICE-DATA.
005022*
005023******************************************************************
005024* DA-S-STUDENT IS NOT CATALOGED - THE OPTIONAL FILE IS CLOSED ***
005025* AND THE SKIP IS FLAGGED FOR THE REPORT AND THE RETURN CODE ***
005026******************************************************************
005027 1210-SKIP-HOLDS.
005028     DISPLAY 'DA-S-STUDENT NOT AVAILABLE - HOLD CHECK SKIPPED'.
005029     CLOSE STUDENT-FILE.
005030     SET HOLD-CHECK-SKIPPED TO TRUE.
005031*
005032******************************************************************
005033* LOADS THE SECTION-LINK FILE - WHEN IT IS NOT CATALOGED NO ***
005034* SEAT POOL IS APPLIED AND THE SWEEP OFFERS SEATS AS IT ***
005035* ALWAYS DID ***
005036******************************************************************
005037 1300-LOAD-LINKS.
005038     OPEN INPUT LINK-FILE.
005039     IF WL-LNK-STATUS NOT = '00'
005040     THEN
005041         DISPLAY 'DA-S-SECTLNK NOT AVAILABLE - CROSS-LIST SEAT '
005042             'POOLS NOT APPLIED'
005043         CLOSE LINK-FILE
005044         GO TO 1300-EXIT
005045     END-IF.
005046     READ LINK-FILE INTO LINK-DATA
005047             AT END SET LINK-EOF TO TRUE
005048     END-READ.
005049     PERFORM 1350-LOAD-ONE-LINK THRU 1350-EXIT
005050             UNTIL LINK-EOF.
005051     CLOSE LINK-FILE.
005052 1300-EXIT.
005053     EXIT.
005054*
005055******************************************************************
005056* EDITS ONE SECTION-LINK RECORD WITH REGMAINT'S RULES - A BAD ***
005057* RECORD IS ANNOUNCED AND LEFT OUT (LINKAUD LISTS THE SAME ***
005058* REJECTIONS NIGHTLY) ***
005059******************************************************************
005060 1350-LOAD-ONE-LINK.
005061     MOVE SPACES TO WL-LINK-REASON.
005062     EVALUATE TRUE
005063         WHEN SL-TYPE NOT = 'C' AND SL-TYPE NOT = 'X'
005064             MOVE 'INVALID LINK TYPE' TO WL-LINK-REASON
005065         WHEN SL-GROUP = SPACES OR SL-KEY = SPACES
005066             MOVE 'GROUP OR SECTION MISSING' TO WL-LINK-REASON
005067         WHEN SL-TYPE = 'C' AND SL-PART = SPACES
005068             MOVE 'NO PART CODE' TO WL-LINK-REASON
005069         WHEN SL-TYPE = 'X' AND SL-POOL-LIMIT NOT NUMERIC
005070             MOVE 'NO SHARED SEAT LIMIT' TO WL-LINK-REASON
005071         WHEN SL-TYPE = 'X' AND SL-POOL-LIMIT = 0
005072             MOVE 'NO SHARED SEAT LIMIT' TO WL-LINK-REASON
005073         WHEN OTHER
005074             PERFORM 1360-ADD-LINK THRU 1360-EXIT
005075     END-EVALUATE.
005076     IF WL-LINK-REASON NOT = SPACES
005077     THEN
005078         DISPLAY 'DA-S-SECTLNK RECORD REJECTED - ' SL-TYPE ' '
005079             SL-GROUP ' ' SL-KEY ' ' WL-LINK-REASON
005080     END-IF.
005081     READ LINK-FILE INTO LINK-DATA
005082             AT END SET LINK-EOF TO TRUE
005083     END-READ.
005084 1350-EXIT.
005085     EXIT.
005086*
005087******************************************************************
005088* FILES ONE GOOD LINK RECORD UNDER ITS GROUP AND SECTION - THE ***
005089* SAME CHECKS, IN THE SAME ORDER, AS REGMAINT ***
005090******************************************************************
005091 1360-ADD-LINK.
005092     MOVE 0 TO WL-G.
005093     PERFORM 1370-PROBE-GROUP
005094             VARYING WL-X FROM 1 BY 1
005095             UNTIL WL-X > WL-GROUP-COUNT OR WL-G > 0.
005096     IF WL-G = 0
005097     THEN
005098         IF WL-GROUP-COUNT NOT < WL-MAX-GROUPS
005099         THEN
005100             MOVE 'LINK GROUP TABLE FULL' TO WL-LINK-REASON
005101             ADD 1 TO WL-LINK-DROPPED
005102             GO TO 1360-EXIT
005103         END-IF
005104         ADD 1 TO WL-GROUP-COUNT
005105         MOVE WL-GROUP-COUNT TO WL-G
005106         MOVE SL-GROUP TO LG-ID(WL-G)
005107         MOVE SL-TYPE TO LG-TYPE(WL-G)
005108         MOVE 0 TO LG-LIMIT(WL-G)
005109         MOVE 0 TO LG-TAKEN(WL-G)
005110         MOVE 0 TO LG-OFFERED(WL-G)
005111         MOVE 0 TO LG-PART-COUNT(WL-G)
005112         IF SL-TYPE = 'X'
005113         THEN
005114             MOVE SL-POOL-LIMIT TO LG-LIMIT(WL-G)
005115         END-IF
005116     END-IF.
005117     IF LG-TYPE(WL-G) NOT = SL-TYPE
005118     THEN
005119         MOVE 'GROUP IS ALREADY THE OTHER TYPE' TO WL-LINK-REASON
005120         GO TO 1360-EXIT
005121     END-IF.
005122     IF SL-TYPE = 'X' AND SL-POOL-LIMIT NOT = LG-LIMIT(WL-G)
005123     THEN
005124         MOVE 'SHARED SEAT LIMITS DIFFER' TO WL-LINK-REASON
005125         GO TO 1360-EXIT
005126     END-IF.
005127     MOVE SL-KEY TO WL-LINK-SECT.
005128     PERFORM 1380-FIND-SECTION.
005129     IF WL-L = 0 AND WL-SECTION-COUNT NOT < WL-MAX-SECTIONS
005130     THEN
005131         MOVE 'LINK SECTION TABLE FULL' TO WL-LINK-REASON
005132         ADD 1 TO WL-LINK-DROPPED
005133         GO TO 1360-EXIT
005134     END-IF.
005135     IF WL-L > 0
005136     THEN
005137         IF SL-TYPE = 'C' AND LS-COREQ(WL-L) NOT = 0
005138         THEN
005139             MOVE 'SECTION ALREADY IN A CO-REQ SET'
005140                 TO WL-LINK-REASON
005141             GO TO 1360-EXIT
005142         END-IF
005143         IF SL-TYPE = 'X' AND LS-XLIST(WL-L) NOT = 0
005144         THEN
005145             MOVE 'SECTION ALREADY CROSS-LISTED' TO WL-LINK-REASON
005146             GO TO 1360-EXIT
005147         END-IF
005148     END-IF.
005149     MOVE 0 TO WL-P.
005150     IF SL-TYPE = 'C'
005151     THEN
005152         PERFORM 1375-PROBE-PART
005153                 VARYING WL-Q FROM 1 BY 1
005154                 UNTIL WL-Q > LG-PART-COUNT(WL-G)
005155         IF WL-P = 0 AND LG-PART-COUNT(WL-G) = 4
005156         THEN
005157             MOVE 'MORE THAN FOUR PARTS IN SET' TO WL-LINK-REASON
005158             GO TO 1360-EXIT
005159         END-IF
005160         IF WL-P = 0
005161         THEN
005162             ADD 1 TO LG-PART-COUNT(WL-G)
005163             MOVE LG-PART-COUNT(WL-G) TO WL-P
005164             MOVE SL-PART TO LG-PART(WL-G, WL-P)
005165         END-IF
005166     END-IF.
005167     IF WL-L = 0
005168     THEN
005169         ADD 1 TO WL-SECTION-COUNT
005170         MOVE WL-SECTION-COUNT TO WL-L
005171         MOVE SL-KEY TO LS-KEY(WL-L)
005172         MOVE 0 TO LS-COREQ(WL-L)
005173         MOVE 0 TO LS-PART(WL-L)
005174         MOVE 0 TO LS-XLIST(WL-L)
005175     END-IF.
005176     IF SL-TYPE = 'C'
005177     THEN
005178         MOVE WL-G TO LS-COREQ(WL-L)
005179         MOVE WL-P TO LS-PART(WL-L)
005180     ELSE
005181         MOVE WL-G TO LS-XLIST(WL-L)
005182         SET XLIST-LOADED TO TRUE
005183     END-IF.
005184 1360-EXIT.
005185     EXIT.
005186*
005187 1370-PROBE-GROUP.
005188     IF LG-ID(WL-X) = SL-GROUP
005189     THEN
005190         MOVE WL-X TO WL-G
005191     END-IF.
005192*
005193 1375-PROBE-PART.
005194     IF LG-PART(WL-G, WL-Q) = SL-PART
005195     THEN
005196         MOVE WL-Q TO WL-P
005197     END-IF.
005198*
005199******************************************************************
005200* LOOKS UP THE SECTION IN WL-LINK-SECT - WL-L IS ITS ENTRY, OR ***
005201* ZERO WHEN THE SECTION IS NOT LINKED ***
005202******************************************************************
005203 1380-FIND-SECTION.
005204     MOVE 0 TO WL-L.
005205     PERFORM 1385-PROBE-SECTION
005206             VARYING WL-X FROM 1 BY 1
005207             UNTIL WL-X > WL-SECTION-COUNT OR WL-L > 0.
005208*
005209 1385-PROBE-SECTION.
005210     IF LS-KEY(WL-X) = WL-LINK-SECT
005211     THEN
005212         MOVE WL-X TO WL-L
005213     END-IF.
005214*
005215******************************************************************
005216* PASSES DA-S-COURSE ONCE AHEAD OF THE SWEEP TO COUNT THE ***
005217* SEATS ALREADY TAKEN IN EVERY CROSS-LISTED SECTION AGAINST ***
005218* ITS GROUP'S POOL (CLASS LIMIT LESS SEATS REMAINING).  THE ***
005219* FILE IS THEN REOPENED FOR THE MATCH, WHICH CHECKS ITS ***
005220* SEQUENCE AND CONTROL TOTALS ***
005221******************************************************************
005222 1400-TALLY-POOLS.
005223     OPEN INPUT COURSE-FILE.
005224     READ COURSE-FILE INTO COURSE-DATA
005225             AT END SET END-OF-DATA TO TRUE
005226     END-READ.
005227     PERFORM 1450-TALLY-ONE-SECTION THRU 1450-EXIT
005228             UNTIL END-OF-DATA.
005229     CLOSE COURSE-FILE.
005230 1400-EXIT.
005231     EXIT.
005232*
005233 1450-TALLY-ONE-SECTION.
005234     IF C-ABB NOT = 'HDR' AND C-ABB NOT = 'TRL'
005235     THEN
005236         MOVE C-ABB TO WL-C-ABB
005237         MOVE C-NUMB TO WL-C-NUMB
005238         MOVE C-SEC TO WL-C-SEC
005239         MOVE WL-COURSE-KEY TO WL-LINK-SECT
005240         PERFORM 1380-FIND-SECTION
005241         IF WL-L > 0
005242         THEN
005243             IF LS-XLIST(WL-L) > 0
005244             THEN
005245                 ADD C-CLASSLIMIT TO LG-TAKEN(LS-XLIST(WL-L))
005246                 SUBTRACT C-SEATS-REMAINING
005247                     FROM LG-TAKEN(LS-XLIST(WL-L))
005248             END-IF
005249         END-IF
005250     END-IF.
005251     READ COURSE-FILE INTO COURSE-DATA
005252             AT END SET END-OF-DATA TO TRUE
005253     END-READ.
005254 1450-EXIT.
005255     EXIT.
005256*
005257******************************************************************
005258* HOLDS A CROSS-LISTED SECTION'S OFFERS TO WHAT THE GROUP'S ***
005259* SHARED POOL HAS LEFT - THE LIMIT, LESS THE SEATS TAKEN ON ***
005260* THE MASTER, LESS THE OFFERS ALREADY MADE IN THE GROUP ***
005261* TONIGHT ***
005262******************************************************************
005263 2100-APPLY-POOL.
005264     MOVE 0 TO WL-CUR-XLIST.
005265     IF XLIST-LOADED
005266     THEN
005267         MOVE WL-CURR-KEY TO WL-LINK-SECT
005268         PERFORM 1380-FIND-SECTION
005269         IF WL-L > 0
005270         THEN
005271             MOVE LS-XLIST(WL-L) TO WL-CUR-XLIST
005272         END-IF
005273     END-IF.
005274     IF WL-CUR-XLIST > 0
005275     THEN
005276         COMPUTE WL-POOL-ROOM = LG-LIMIT(WL-CUR-XLIST)
005277             - LG-TAKEN(WL-CUR-XLIST) - LG-OFFERED(WL-CUR-XLIST)
005278         IF WL-POOL-ROOM < WL-OPEN-SEATS
005279         THEN
005280             IF WL-POOL-ROOM > 0
005281             THEN
005282                 MOVE WL-POOL-ROOM TO WL-OPEN-SEATS
005283             ELSE
005284                 MOVE 0 TO WL-OPEN-SEATS
005285             END-IF
005286         END-IF
005287     END-IF.
