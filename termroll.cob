000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TERMROLL.
000030 AUTHOR. R DELGADO.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  RD    INITIAL WRITE - TERM ROLLOVER OF THE COURSE
000110*                   MASTER AND ARCHIVE OF THE TERM FILES
000120*----------------------------------------------------------------
000130*
000140* RUN ONCE, BETWEEN TERMS, IN PLACE OF COPYING DA-S-COURSE AND
000150* HAND-EDITING THE HEADER.  THE PARM CARD CARRIES THE OLD TERM
000160* IN COLS 29-34 (THE SAME EXPECTED-TERM FIELD EVERY MASTER
000170* READER VERIFIES) AND THE NEW TERM IN COLS 36-41; THE OLD TERM
000180* MUST MATCH THE MASTER'S HEADER.  EVERY SECTION NOT NAMED ON
000190* THE OPTIONAL EXCLUSION DECK (DA-S-ROLLEXC - A BLANK SEC NAMES
000200* THE WHOLE COURSE, BLANK NUMB AND SEC THE WHOLE DEPARTMENT) IS
000210* CARRIED TO THE NEW MASTER (DA-S-NEWCRS) WITH ITS SEATS
000220* REMAINING RESET TO THE CLASS LIMIT, UNDER A FRESH HEADER
000230* STAMPED WITH THE NEW TERM AND A FRESH TRAILER.  THE INSTRUCTOR
000240* CROSS-REFERENCE IS SORTED (DA-S-INSTSRT) AND MERGE-JOINED TO
000250* THE NEW MASTER, AND THE ROWS FOR SURVIVING SECTIONS ARE
000260* WRITTEN TO DA-S-NEWINST.  OPERATIONS SWAPS BOTH IN AS THEY DO
000270* CRSMAINT'S NEW MASTER.  THE OLD TERM'S REGISTRATIONS, WAIT
000280* LIST, OPEN OFFERS AND ENROLLMENT HISTORY ARE THEN APPENDED TO
000290* THE CUMULATIVE TERM ARCHIVE (DA-S-TERMARC, EACH RECORD TAGGED
000300* WITH THE OLD TERM AND ITS FILE) AND EACH FILE IS REPLACED BY
000310* AN EMPTY ONE - NONE OF THE FOUR CARRIES CONTROL RECORDS, SO
000320* EMPTY IS WHAT THEIR READERS EXPECT AT THE START OF A TERM.
000330* A TERM ALREADY ON THE ARCHIVE IS NEVER ARCHIVED TWICE, AND
000340* NOTHING IS ARCHIVED OR EMPTIED WHEN THE OLD MASTER FAILS ITS
000350* CONTROL TOTALS.  THE CONTROL REPORT (UR-S-ROLLRPT) SHOWS
000360* EVERY SECTION CARRIED OR DROPPED, EVERY INSTRUCTOR ROW
000370* DROPPED, AND THE RECORDS ARCHIVED FROM EACH FILE.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSE' ORGANIZATION
000440             IS LINE SEQUENTIAL.
000450     SELECT NEWMAST-FILE ASSIGN TO 'DA-S-NEWCRS' ORGANIZATION
000460             IS LINE SEQUENTIAL.
000470     SELECT OPTIONAL EXCL-FILE ASSIGN TO 'DA-S-ROLLEXC'
000480             ORGANIZATION IS LINE SEQUENTIAL
000490             FILE STATUS IS RO-EXCL-STATUS.
000500     SELECT INSTR-FILE ASSIGN TO 'DA-S-INSTRUCTOR' ORGANIZATION
000510             IS LINE SEQUENTIAL.
000520     SELECT INSTSRT-FILE ASSIGN TO 'DA-S-INSTSRT' ORGANIZATION
000530             IS LINE SEQUENTIAL.
000540     SELECT NEWINST-FILE ASSIGN TO 'DA-S-NEWINST' ORGANIZATION
000550             IS LINE SEQUENTIAL.
000560     SELECT OPTIONAL REGDETL-FILE ASSIGN TO 'DA-S-REGDETL'
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS RO-TERMF-STATUS.
000590     SELECT OPTIONAL WAITLST-FILE ASSIGN TO 'DA-S-WAITLST'
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS RO-TERMF-STATUS.
000620     SELECT OPTIONAL OFFER-FILE ASSIGN TO 'DA-S-OFFER'
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS RO-TERMF-STATUS.
000650     SELECT OPTIONAL HIST-FILE ASSIGN TO 'DA-S-ENRHIST'
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS RO-TERMF-STATUS.
000680     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO 'DA-S-TERMARC'
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS RO-ARCH-STATUS.
000710     SELECT REPORT-FILE ASSIGN TO 'UR-S-ROLLRPT' ORGANIZATION
000720             IS LINE SEQUENTIAL.
000730     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000740             ORGANIZATION IS LINE SEQUENTIAL
000750             FILE STATUS IS RO-PARM-STATUS.
000760     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000770             ORGANIZATION IS LINE SEQUENTIAL
000780             FILE STATUS IS RO-STAT-STATUS.
000790     SELECT SORT-INSTR-WORK ASSIGN TO 'SORTWK01'.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  COURSE-FILE.
000840 01  COURSE-DATA.
000850     88  END-OF-DATA VALUE HIGH-VALUES.
000860     02  C-COURSE.
000870         03  C-ABB PIC XXX.
000880         03  C-NUMB PIC XXXX.
000890         03  C-SEC PIC XXX.
000900         03  C-TITLE PIC X(20).
000910         03  C-SEATS-REMAINING PIC S999.
000920         03  C-CLASSLIMIT PIC 999.
000930         03  FILLER PIC XXX.
000940     02  C-STARTING-TIME.
000950         03  C-STARTING-HOUR PIC 99.
000960         03  C-STARTING-MIN PIC 99.
000970         03  FILLER PIC XX.
000980     02  C-DAYS.
000990         03  C-DAY-PATTERN PIC X(5).
001000         03  FILLER PIC X.
001010     02  C-LOCATION.
001020         03  C-BUILDING PIC XX.
001030         03  C-ROOM PIC XXX.
001040         03  C-DURATION PIC 9(3).
001050         03  FILLER PIC X(21).
001060*
001070******************************************************************
001080* NEW COURSE MASTER - WRITTEN BY THE COPY PASS, THEN READ BACK ***
001090* FOR THE INSTRUCTOR JOIN ***
001100******************************************************************
001110 FD  NEWMAST-FILE.
001120 01  NEWMAST-REC PIC X(80).
001130*
001140******************************************************************
001150* EXCLUSION CARD - A SECTION, COURSE (BLANK SEC) OR DEPARTMENT ***
001160* (BLANK NUMB AND SEC) NOT OFFERED IN THE NEW TERM ***
001170******************************************************************
001180 FD  EXCL-FILE.
001190 01  EXCL-DATA.
001200     88  EXCL-EOF VALUE HIGH-VALUES.
001210     03  XL-ABB PIC XXX.
001220     03  XL-NUMB PIC XXXX.
001230     03  XL-SEC PIC XXX.
001240     03  FILLER PIC X(70).
001250*
001260******************************************************************
001270* INSTRUCTOR CROSS-REFERENCE FILE - KEYED BY THE SAME ***
001280* ABB/NUMB/SEC AS THE MASTER, IN NO PARTICULAR ORDER ***
001290******************************************************************
001300 FD  INSTR-FILE.
001310 01  INSTR-REC PIC X(80).
001320*
001330******************************************************************
001340* THE CROSS-REFERENCE SORTED INTO KEY ORDER FOR THE JOIN ***
001350******************************************************************
001360 FD  INSTSRT-FILE.
001370 01  INSTSRT-DATA.
001380     88  INSTSRT-EOF VALUE HIGH-VALUES.
001390     03  SI-KEY.
001400         05  SI-ABB PIC XXX.
001410         05  SI-NUMB PIC XXXX.
001420         05  SI-SEC PIC XXX.
001430     03  SI-NAME PIC X(25).
001440     03  FILLER PIC X(45).
001450*
001460 FD  NEWINST-FILE.
001470 01  NEWINST-REC PIC X(80).
001480*
001490******************************************************************
001500* THE FOUR TERM FILES - ARCHIVED WHOLE, SO ONLY THE RECORD ***
001510* IMAGE MATTERS HERE ***
001520******************************************************************
001530 FD  REGDETL-FILE.
001540 01  REGDETL-REC PIC X(80).
001550 FD  WAITLST-FILE.
001560 01  WAITLST-REC PIC X(80).
001570 FD  OFFER-FILE.
001580 01  OFFER-REC PIC X(80).
001590 FD  HIST-FILE.
001600 01  HIST-REC PIC X(80).
001610*
001620******************************************************************
001630* CUMULATIVE TERM ARCHIVE - ONE RECORD PER RECORD OF EACH TERM ***
001640* FILE, TAGGED WITH THE TERM, THE FILE IT CAME FROM, AND ITS ***
001650* POSITION IN THAT FILE ***
001660******************************************************************
001670 FD  ARCHIVE-FILE.
001680 01  ARCHIVE-DATA.
001690     88  ARCHIVE-EOF VALUE HIGH-VALUES.
001700     03  TA-TERM PIC X(6).
001710     03  TA-FILE PIC X(8).
001720     03  TA-SEQ PIC 9(6).
001730     03  TA-IMAGE PIC X(80).
001740*
001750 FD  REPORT-FILE.
001760 01  REPORT-REC PIC X(132).
001770*
001780******************************************************************
001790* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES THE ***
001800* EXPECTED (OLD) TERM CODE IN COLS 29-34 AND THE NEW TERM CODE ***
001810* IN COLS 36-41 (SEE LAB4 FOR THE FULL CARD LAYOUT) ***
001820******************************************************************
001830 FD  PARM-FILE.
001840 01  PARM-CARD.
001850     03  FILLER PIC X(28).
001860     03  PMC-TERM PIC X(6).
001870     03  FILLER PIC X.
001880     03  PMC-NEW-TERM PIC X(6).
001890     03  FILLER PIC X(39).
001900*
001910******************************************************************
001920* SHARED RUN-STATUS FILE - ONE RECORD APPENDED PER PROGRAM ***
001930* RUN, READ BY RUNSUMM FOR THE OPERATIONS SUMMARY ***
001940******************************************************************
001950 FD  STATUS-FILE.
001960 01  STATUS-REC PIC X(80).
001970*
001980 SD  SORT-INSTR-WORK.
001990 01  SORT-INSTR-REC.
002000     05  SX-KEY PIC X(10).
002010     05  FILLER PIC X(70).
002020*
002030 WORKING-STORAGE SECTION.
002040 77  RO-SECTIONS-READ PIC 9(5) VALUE 0.
002050 77  RO-SECTIONS-CARRIED PIC 9(5) VALUE 0.
002060 77  RO-SECTIONS-DROPPED PIC 9(5) VALUE 0.
002070 77  RO-INSTR-READ PIC 9(5) VALUE 0.
002080 77  RO-INSTR-CARRIED PIC 9(5) VALUE 0.
002090 77  RO-INSTR-DROPPED PIC 9(5) VALUE 0.
002100 77  RO-ARCH-COUNT PIC 9(6) VALUE 0.
002110 77  RO-ARCH-TOTAL PIC 9(7) VALUE 0.
002120 77  RO-UNUSED-EXCL PIC 9(3) VALUE 0.
002130 77  RO-DROPPED-COUNT PIC 9(5) VALUE 0.
002140 77  RO-CTL-READ-COUNT PIC 9(5) VALUE 0.
002150 77  RO-CTL-HASH-TOTAL PIC 9(7) VALUE 0.
002160 77  RO-OUT-HASH-TOTAL PIC 9(7) VALUE 0.
002170 77  RO-MAX-EXCL PIC 9(3) VALUE 500.
002180 77  RO-EXCL-COUNT PIC 9(3) VALUE 0.
002190 77  RO-X PIC 9(3) VALUE 0.
002200 77  RO-RUN-DATE PIC 9(6) VALUE 0.
002210 77  RO-EXCL-STATUS PIC XX VALUE '00'.
002220 77  RO-TERMF-STATUS PIC XX VALUE '00'.
002230 77  RO-ARCH-STATUS PIC XX VALUE '00'.
002240 77  RO-PARM-STATUS PIC XX VALUE '00'.
002250 77  RO-STAT-STATUS PIC XX VALUE '00'.
002260 77  RO-PARM-TERM PIC X(6) VALUE SPACES.
002270 77  RO-NEW-TERM PIC X(6) VALUE SPACES.
002280 77  RO-FILE-NAME PIC X(12) VALUE SPACES.
002290 01  MISC.
002300     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
002310         88  TRAILER-FOUND VALUE 'Y'.
002320     03  CONTROL-FAIL-SW PIC X VALUE 'N'.
002330         88  CONTROL-FAILED VALUE 'Y'.
002340     03  EXCLUDED-SW PIC X VALUE 'N'.
002350         88  SECTION-EXCLUDED VALUE 'Y'.
002360     03  TERM-FILE-EOF-SW PIC X VALUE 'N'.
002370         88  TERM-FILE-EOF VALUE 'Y'.
002380     03  TERM-FILE-OPEN-SW PIC X VALUE 'N'.
002390         88  TERM-FILE-OPEN VALUE 'Y'.
002400     03  RO-COURSE-KEY.
002410         05  RO-C-ABB PIC XXX.
002420         05  RO-C-NUMB PIC XXXX.
002430         05  RO-C-SEC PIC XXX.
002440     03  RO-PREV-COURSE-KEY PIC X(10) VALUE LOW-VALUES.
002450     03  RO-NEW-KEY PIC X(10) VALUE SPACES.
002460*
002470 01  CONTROL-HEADER-REC.
002480     03  CH-ID PIC XXX VALUE SPACES.
002490     03  CH-CREATE-DATE PIC 9(6) VALUE ZERO.
002500     03  CH-TERM PIC X(6) VALUE SPACES.
002510     03  FILLER PIC X(65).
002520 01  CONTROL-TRAILER-REC.
002530     03  CT-ID PIC XXX VALUE SPACES.
002540     03  CT-COUNT PIC 9(5) VALUE ZERO.
002550     03  CT-HASH PIC 9(7) VALUE ZERO.
002560     03  FILLER PIC X(65).
002570 01  CONTROL-HEADER-OUT.
002580     03  CHO-ID PIC XXX VALUE 'HDR'.
002590     03  CHO-CREATE-DATE PIC 9(6) VALUE 0.
002600     03  CHO-TERM PIC X(6) VALUE SPACES.
002610     03  FILLER PIC X(65) VALUE SPACES.
002620 01  CONTROL-TRAILER-OUT.
002630     03  CTO-ID PIC XXX VALUE 'TRL'.
002640     03  CTO-COUNT PIC 9(5) VALUE 0.
002650     03  CTO-HASH PIC 9(7) VALUE 0.
002660     03  FILLER PIC X(65) VALUE SPACES.
002670*
002680******************************************************************
002690* NEW-MASTER RECORD AS READ BACK FOR THE INSTRUCTOR JOIN ***
002700******************************************************************
002710 01  NEWMAST-DATA.
002720     88  NEWMAST-EOF VALUE HIGH-VALUES.
002730     03  N-KEY.
002740         05  N-ABB PIC XXX.
002750         05  N-NUMB PIC XXXX.
002760         05  N-SEC PIC XXX.
002770     03  FILLER PIC X(70).
002780*
002790******************************************************************
002800* IN-MEMORY COPY OF THE EXCLUSION DECK, WITH A COUNT OF THE ***
002810* SECTIONS EACH CARD DROPPED SO A MISTYPED CARD SHOWS UP ***
002820******************************************************************
002830 01  EXCL-TABLE.
002840     05  EXCL-ENTRY OCCURS 500 TIMES.
002850         10  XT-ABB PIC XXX.
002860         10  XT-NUMB PIC XXXX.
002870         10  XT-SEC PIC XXX.
002880         10  XT-HITS PIC 9(4).
002890*
002900******************************************************************
002910* DESCRIPTION OF CONTROL REPORT HEADING, DETAIL, AND TOTAL ***
002920* LINES ***
002930******************************************************************
002940 01  ROLL-HEADING1.
002950     03  FILLER PIC X(10) VALUE SPACES.
002960     03  FILLER PIC X(33) VALUE
002970             'TERM ROLLOVER CONTROL - OLD TERM '.
002980     03  RH-OLD-TERM PIC X(6).
002990     03  FILLER PIC X(11) VALUE '  NEW TERM '.
003000     03  RH-NEW-TERM PIC X(6).
003010 01  ROLL-HEADING2.
003020     03  FILLER PIC X(10) VALUE SPACES.
003030     03  FILLER PIC X(15) VALUE 'SECTION'.
003040     03  FILLER PIC X(22) VALUE 'TITLE'.
003050     03  FILLER PIC X(7) VALUE 'LIMIT'.
003060     03  FILLER PIC X(9) VALUE 'OLD SEATS'.
003070     03  FILLER PIC X(10) VALUE ' NEW SEATS'.
003080     03  FILLER PIC X(3) VALUE SPACES.
003090     03  FILLER PIC X(6) VALUE 'ACTION'.
003100 01  ROLL-DETAIL.
003110     03  FILLER PIC X(10) VALUE SPACES.
003120     03  RD-ABB PIC XXX.
003130     03  FILLER PIC X VALUE SPACES.
003140     03  RD-NUMB PIC XXXX.
003150     03  FILLER PIC X VALUE SPACES.
003160     03  RD-SEC PIC XXX.
003170     03  FILLER PIC X(3) VALUE SPACES.
003180     03  RD-TITLE PIC X(20).
003190     03  FILLER PIC X(2) VALUE SPACES.
003200     03  RD-LIMIT PIC ZZ9.
003210     03  FILLER PIC X(6) VALUE SPACES.
003220     03  RD-OLD-SEATS PIC ---9.
003230     03  FILLER PIC X(6) VALUE SPACES.
003240     03  RD-NEW-SEATS PIC ZZZ.
003250     03  FILLER PIC X(4) VALUE SPACES.
003260     03  RD-ACTION PIC X(30).
003270 01  ROLL-INSTR-HEADING.
003280     03  FILLER PIC X(10) VALUE SPACES.
003290     03  FILLER PIC X(40) VALUE
003300             'INSTRUCTOR ROWS NOT CARRIED FORWARD'.
003310 01  ROLL-INSTR-LINE.
003320     03  FILLER PIC X(10) VALUE SPACES.
003330     03  RI-ABB PIC XXX.
003340     03  FILLER PIC X VALUE SPACES.
003350     03  RI-NUMB PIC XXXX.
003360     03  FILLER PIC X VALUE SPACES.
003370     03  RI-SEC PIC XXX.
003380     03  FILLER PIC X(3) VALUE SPACES.
003390     03  RI-NAME PIC X(25).
003400     03  FILLER PIC X(2) VALUE SPACES.
003410     03  RI-REASON PIC X(30).
003420 01  ROLL-EXCL-LINE.
003430     03  FILLER PIC X(10) VALUE SPACES.
003440     03  FILLER PIC X(18) VALUE 'EXCLUSION CARD    '.
003450     03  RX-ABB PIC XXX.
003460     03  FILLER PIC X VALUE SPACES.
003470     03  RX-NUMB PIC XXXX.
003480     03  FILLER PIC X VALUE SPACES.
003490     03  RX-SEC PIC XXX.
003500     03  FILLER PIC X(30) VALUE '   ** MATCHED NO SECTION'.
003510 01  ROLL-ARCH-HEADING.
003520     03  FILLER PIC X(10) VALUE SPACES.
003530     03  FILLER PIC X(26) VALUE 'TERM FILES ARCHIVED UNDER '.
003540     03  RA-HEAD-TERM PIC X(6).
003550     03  FILLER PIC X(16) VALUE ' TO DA-S-TERMARC'.
003560 01  ROLL-ARCH-LINE.
003570     03  FILLER PIC X(10) VALUE SPACES.
003580     03  RA-FILE-NAME PIC X(12).
003590     03  FILLER PIC X(3) VALUE SPACES.
003600     03  RA-COUNT PIC ZZZZZ9.
003610     03  FILLER PIC X(20) VALUE ' RECORDS ARCHIVED - '.
003620     03  RA-RESULT PIC X(30).
003630 01  ROLL-MSG-LINE.
003640     03  FILLER PIC X(10) VALUE SPACES.
003650     03  RM-TEXT PIC X(70).
003660 01  ROLL-TOTAL-LINE.
003670     03  FILLER PIC X(10) VALUE SPACES.
003680     03  RT-LABEL PIC X(34).
003690     03  RT-COUNT PIC ZZZZZZ9.
003700 01  ROLL-CTL-FAIL.
003710     03  FILLER PIC X(10) VALUE SPACES.
003720     03  FILLER PIC X(32) VALUE
003730             'CONTROL TOTAL FAILURE - EXPECTED'.
003740     03  FILLER PIC X VALUE SPACES.
003750     03  CF-EXP-COUNT PIC ZZZZ9.
003760     03  FILLER PIC X VALUE '/'.
003770     03  CF-EXP-HASH PIC ZZZZZZ9.
003780     03  FILLER PIC X(6) VALUE ' READ '.
003790     03  CF-ACT-COUNT PIC ZZZZ9.
003800     03  FILLER PIC X VALUE '/'.
003810     03  CF-ACT-HASH PIC ZZZZZZ9.
003820*
003830******************************************************************
003840* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
003850* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
003860******************************************************************
003870 01  STATUS-LINE.
003880     03  STL-PROGRAM PIC X(8) VALUE 'TERMROLL'.
003890     03  FILLER PIC X VALUE SPACES.
003900     03  STL-DATE PIC 9(6) VALUE 0.
003910     03  FILLER PIC X VALUE SPACES.
003920     03  STL-TIME PIC 9(8) VALUE 0.
003930     03  FILLER PIC X VALUE SPACES.
003940     03  STL-READ PIC 9(5) VALUE 0.
003950     03  FILLER PIC X VALUE SPACES.
003960     03  STL-WRITTEN PIC 9(5) VALUE 0.
003970     03  FILLER PIC X VALUE SPACES.
003980     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
003990     03  FILLER PIC X VALUE SPACES.
004000     03  STL-RETCODE PIC 99 VALUE 0.
004010     03  FILLER PIC X(35) VALUE SPACES.
004020*
004030 PROCEDURE DIVISION.
004040 0000-MAINLINE.
004050     PERFORM 1000-INITIALIZE.
004060     PERFORM 2000-COPY-SECTION THRU 2000-EXIT
004070             UNTIL END-OF-DATA.
004080     PERFORM 2900-CLOSE-NEW-MASTER.
004090     PERFORM 6600-VERIFY-CONTROLS.
004100     IF NOT CONTROL-FAILED
004110     THEN
004120         PERFORM 3000-CARRY-INSTRUCTORS THRU 3000-EXIT
004130         PERFORM 5000-ARCHIVE-TERM-FILES
004140     END-IF.
004150     PERFORM 8000-PRINT-TOTALS.
004160     PERFORM 9000-TERMINATE.
004170     PERFORM 9100-SET-RETURN-CODE.
004180     PERFORM 9500-WRITE-STATUS.
004190     STOP RUN.
004200*
004210******************************************************************
004220* OPENS FILES, READS THE PARM CARD, PRIMES THE COURSE READ AND ***
004230* VERIFIES BOTH TERMS, MAKES SURE THE OLD TERM IS NOT ALREADY ***
004240* ARCHIVED, LOADS THE EXCLUSIONS, AND STARTS THE NEW MASTER ***
004250******************************************************************
004260 1000-INITIALIZE.
004270     ACCEPT RO-RUN-DATE FROM DATE.
004280     OPEN INPUT COURSE-FILE
004290         OUTPUT REPORT-FILE.
004300     OPEN INPUT PARM-FILE.
004310     READ PARM-FILE INTO PARM-CARD
004320             AT END CONTINUE
004330             NOT AT END MOVE PMC-TERM TO RO-PARM-TERM
004340                        MOVE PMC-NEW-TERM TO RO-NEW-TERM
004350     END-READ.
004360     CLOSE PARM-FILE.
004370     PERFORM 7000-READ-COURSE.
004380     PERFORM 1100-VERIFY-TERM.
004390     PERFORM 1200-CHECK-ARCHIVE THRU 1200-EXIT.
004400     PERFORM 1300-LOAD-EXCLUSIONS THRU 1300-EXIT.
004410     OPEN OUTPUT NEWMAST-FILE.
004420     MOVE RO-RUN-DATE TO CHO-CREATE-DATE.
004430     MOVE RO-NEW-TERM TO CHO-TERM.
004440     WRITE NEWMAST-REC FROM CONTROL-HEADER-OUT.
004450     MOVE CH-TERM TO RH-OLD-TERM.
004460     MOVE RO-NEW-TERM TO RH-NEW-TERM.
004470     WRITE REPORT-REC FROM ROLL-HEADING1
004480             AFTER ADVANCING PAGE.
004490     WRITE REPORT-REC FROM ROLL-HEADING2
004500             AFTER ADVANCING 2 LINES.
004510     MOVE SPACES TO REPORT-REC.
004520     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
004530*
004540******************************************************************
004550* STOPS THE RUN COLD UNLESS THE PARM CARD NAMES BOTH TERMS, ***
004560* THE OLD ONE MATCHES THE MASTER'S HEADER AND THE NEW ONE ***
004565* DIFFERS - A ROLLOVER FROM THE WRONG MASTER WOULD ARCHIVE A ***
004570* LIVE TERM ***
004580******************************************************************
004590 1100-VERIFY-TERM.
004600     IF RO-PARM-TERM = SPACES OR RO-NEW-TERM = SPACES
004610       OR RO-PARM-TERM NOT = CH-TERM
004620       OR RO-NEW-TERM = RO-PARM-TERM
004630     THEN
004640         DISPLAY 'TERM ROLLOVER REFUSED - PARM OLD TERM '
004650             RO-PARM-TERM ' NEW TERM ' RO-NEW-TERM
004660             ', DA-S-COURSE CARRIES ' CH-TERM
004670         PERFORM 9800-REFUSE-RUN
004680     END-IF.
004690*
004700******************************************************************
004710* READS THE TERM ARCHIVE AND REFUSES THE RUN WHEN THE OLD TERM ***
004720* IS ALREADY ON IT - A SECOND ROLLOVER WOULD ARCHIVE THE NEW ***
004730* TERM'S EMPTY FILES OVER IT ***
004740******************************************************************
004750 1200-CHECK-ARCHIVE.
004760     OPEN INPUT ARCHIVE-FILE.
004770     IF RO-ARCH-STATUS NOT = '00'
004780     THEN
004790         CLOSE ARCHIVE-FILE
004800         GO TO 1200-EXIT
004810     END-IF.
004820     READ ARCHIVE-FILE
004830             AT END SET ARCHIVE-EOF TO TRUE
004840     END-READ.
004850     PERFORM 1250-CHECK-ONE-ARCHIVE
004860             UNTIL ARCHIVE-EOF.
004870     CLOSE ARCHIVE-FILE.
004880 1200-EXIT.
004890     EXIT.
004900*
004910 1250-CHECK-ONE-ARCHIVE.
004920     IF TA-TERM = CH-TERM
004930     THEN
004940         DISPLAY 'TERM ' CH-TERM ' IS ALREADY ON DA-S-TERMARC'
004950             ' - ROLLOVER REFUSED'
004960         CLOSE ARCHIVE-FILE
004970         PERFORM 9800-REFUSE-RUN
004980     END-IF.
004990     READ ARCHIVE-FILE
005000             AT END SET ARCHIVE-EOF TO TRUE
005010     END-READ.
005020*
005030******************************************************************
005040* LOADS THE OPTIONAL EXCLUSION DECK INTO A TABLE ***
005050******************************************************************
005060 1300-LOAD-EXCLUSIONS.
005070     OPEN INPUT EXCL-FILE.
005080     IF RO-EXCL-STATUS NOT = '00'
005090     THEN
005100         CLOSE EXCL-FILE
005110         GO TO 1300-EXIT
005120     END-IF.
005130     READ EXCL-FILE
005140             AT END SET EXCL-EOF TO TRUE
005150     END-READ.
005160     PERFORM 1350-LOAD-ONE-EXCLUSION
005170             UNTIL EXCL-EOF.
005180     CLOSE EXCL-FILE.
005190 1300-EXIT.
005200     EXIT.
005210*
005220 1350-LOAD-ONE-EXCLUSION.
005230     IF RO-EXCL-COUNT < RO-MAX-EXCL
005240     THEN
005250         ADD 1 TO RO-EXCL-COUNT
005260         MOVE XL-ABB TO XT-ABB(RO-EXCL-COUNT)
005270         MOVE XL-NUMB TO XT-NUMB(RO-EXCL-COUNT)
005280         MOVE XL-SEC TO XT-SEC(RO-EXCL-COUNT)
005290         MOVE 0 TO XT-HITS(RO-EXCL-COUNT)
005300     ELSE
005310         DISPLAY 'EXCLUSION TABLE FULL - ' XL-ABB ' ' XL-NUMB
005320             ' ' XL-SEC ' NOT LOADED'
005330         ADD 1 TO RO-DROPPED-COUNT
005340     END-IF.
005350     READ EXCL-FILE
005360             AT END SET EXCL-EOF TO TRUE
005370     END-READ.
005380*
005390******************************************************************
005400* CARRIES ONE SECTION TO THE NEW MASTER WITH ITS SEATS RESET, ***
005410* OR DROPS IT WHEN AN EXCLUSION CARD NAMES IT ***
005420******************************************************************
005430 2000-COPY-SECTION.
005440     ADD 1 TO RO-SECTIONS-READ.
005450     MOVE C-ABB TO RD-ABB.
005460     MOVE C-NUMB TO RD-NUMB.
005470     MOVE C-SEC TO RD-SEC.
005480     MOVE C-TITLE TO RD-TITLE.
005490     MOVE C-CLASSLIMIT TO RD-LIMIT.
005500     MOVE C-SEATS-REMAINING TO RD-OLD-SEATS.
005510     MOVE 'N' TO EXCLUDED-SW.
005520     PERFORM 2100-CHECK-EXCLUSION
005530             VARYING RO-X FROM 1 BY 1
005540             UNTIL RO-X > RO-EXCL-COUNT.
005550     IF SECTION-EXCLUDED
005560     THEN
005570         ADD 1 TO RO-SECTIONS-DROPPED
005580         MOVE ZERO TO RD-NEW-SEATS
005590         MOVE 'DROPPED - ON EXCLUSION LIST' TO RD-ACTION
005600     ELSE
005610         MOVE C-CLASSLIMIT TO C-SEATS-REMAINING
005620         WRITE NEWMAST-REC FROM COURSE-DATA
005630         ADD 1 TO RO-SECTIONS-CARRIED
005640         ADD C-CLASSLIMIT TO RO-OUT-HASH-TOTAL
005650         MOVE C-SEATS-REMAINING TO RD-NEW-SEATS
005660         MOVE 'CARRIED' TO RD-ACTION
005670     END-IF.
005680     WRITE REPORT-REC FROM ROLL-DETAIL
005690             AFTER ADVANCING 1 LINE.
005700     PERFORM 7000-READ-COURSE.
005710 2000-EXIT.
005720     EXIT.
005730*
005740 2100-CHECK-EXCLUSION.
005750     IF XT-ABB(RO-X) = C-ABB
005760       AND (XT-NUMB(RO-X) = SPACES OR XT-NUMB(RO-X) = C-NUMB)
005770       AND (XT-SEC(RO-X) = SPACES OR XT-SEC(RO-X) = C-SEC)
005780     THEN
005790         SET SECTION-EXCLUDED TO TRUE
005800         ADD 1 TO XT-HITS(RO-X)
005810     END-IF.
005820*
005830******************************************************************
005840* FINISHES THE NEW MASTER WITH ITS TRAILER ***
005850******************************************************************
005860 2900-CLOSE-NEW-MASTER.
005870     MOVE RO-SECTIONS-CARRIED TO CTO-COUNT.
005880     MOVE RO-OUT-HASH-TOTAL TO CTO-HASH.
005890     WRITE NEWMAST-REC FROM CONTROL-TRAILER-OUT.
005900     CLOSE NEWMAST-FILE.
005910*
005920******************************************************************
005930* SORTS THE INSTRUCTOR CROSS-REFERENCE INTO KEY ORDER AND ***
005940* MERGE-JOINS IT TO THE NEW MASTER - A ROW WHOSE SECTION ***
005950* SURVIVED IS CARRIED, ANY OTHER ROW IS DROPPED AND LISTED ***
005960******************************************************************
005970 3000-CARRY-INSTRUCTORS.
005980     SORT SORT-INSTR-WORK
005990         ON ASCENDING KEY SX-KEY
006000         USING INSTR-FILE
006010         GIVING INSTSRT-FILE.
006020     OPEN INPUT INSTSRT-FILE
006030         INPUT NEWMAST-FILE
006040         OUTPUT NEWINST-FILE.
006050     MOVE SPACES TO REPORT-REC.
006060     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
006070     WRITE REPORT-REC FROM ROLL-INSTR-HEADING
006080             AFTER ADVANCING 1 LINE.
006090     PERFORM 3100-READ-INSTSRT.
006100     PERFORM 3200-READ-NEWMAST.
006110     PERFORM 3300-MATCH-INSTRUCTOR THRU 3300-EXIT
006120             UNTIL INSTSRT-EOF.
006130     CLOSE INSTSRT-FILE, NEWMAST-FILE, NEWINST-FILE.
006140     IF RO-INSTR-DROPPED = 0
006150     THEN
006160         MOVE 'NONE' TO RM-TEXT
006170         WRITE REPORT-REC FROM ROLL-MSG-LINE
006180                 AFTER ADVANCING 1 LINE
006190     END-IF.
006200 3000-EXIT.
006210     EXIT.
006220*
006230 3100-READ-INSTSRT.
006240     READ INSTSRT-FILE
006250             AT END SET INSTSRT-EOF TO TRUE
006260     END-READ.
006270     IF NOT INSTSRT-EOF
006280     THEN
006290         ADD 1 TO RO-INSTR-READ
006300     END-IF.
006310*
006320******************************************************************
006330* READS THE NEW MASTER BACK, STEPPING OVER ITS CONTROL RECORDS ***
006340******************************************************************
006350 3200-READ-NEWMAST.
006360     READ NEWMAST-FILE INTO NEWMAST-DATA
006370             AT END SET NEWMAST-EOF TO TRUE
006380     END-READ.
006390     IF NOT NEWMAST-EOF AND (N-ABB = 'HDR' OR N-ABB = 'TRL')
006400     THEN
006410         GO TO 3200-READ-NEWMAST
006420     END-IF.
006430*
006440 3300-MATCH-INSTRUCTOR.
006450     IF N-KEY < SI-KEY
006460     THEN
006470         PERFORM 3200-READ-NEWMAST
006480         GO TO 3300-EXIT
006490     END-IF.
006500     IF N-KEY = SI-KEY
006510     THEN
006520         WRITE NEWINST-REC FROM INSTSRT-DATA
006530         ADD 1 TO RO-INSTR-CARRIED
006540     ELSE
006550         PERFORM 3400-DROP-INSTRUCTOR
006560     END-IF.
006570     PERFORM 3100-READ-INSTSRT.
006580 3300-EXIT.
006590     EXIT.
006600*
006610******************************************************************
006620* LISTS AN INSTRUCTOR ROW LEFT BEHIND - ITS SECTION WAS EITHER ***
006630* EXCLUDED OR WAS NEVER ON THE OLD MASTER (XREFRECN'S STALE ***
006640* ROWS) ***
006650******************************************************************
006660 3400-DROP-INSTRUCTOR.
006670     ADD 1 TO RO-INSTR-DROPPED.
006680     MOVE SI-ABB TO RI-ABB.
006690     MOVE SI-NUMB TO RI-NUMB.
006700     MOVE SI-SEC TO RI-SEC.
006710     MOVE SI-NAME TO RI-NAME.
006720     MOVE 'N' TO EXCLUDED-SW.
006730     PERFORM 3450-CHECK-INSTR-EXCLUSION
006740             VARYING RO-X FROM 1 BY 1
006750             UNTIL RO-X > RO-EXCL-COUNT
006760             OR SECTION-EXCLUDED.
006770     IF SECTION-EXCLUDED
006780     THEN
006790         MOVE 'SECTION EXCLUDED' TO RI-REASON
006800     ELSE
006810         MOVE 'SECTION NOT ON THE MASTER' TO RI-REASON
006820     END-IF.
006830     WRITE REPORT-REC FROM ROLL-INSTR-LINE
006840             AFTER ADVANCING 1 LINE.
006850*
006860 3450-CHECK-INSTR-EXCLUSION.
006870     IF XT-ABB(RO-X) = SI-ABB
006880       AND (XT-NUMB(RO-X) = SPACES OR XT-NUMB(RO-X) = SI-NUMB)
006890       AND (XT-SEC(RO-X) = SPACES OR XT-SEC(RO-X) = SI-SEC)
006900     THEN
006910         SET SECTION-EXCLUDED TO TRUE
006920     END-IF.
006930*
006940******************************************************************
006950* APPENDS EACH OF THE OLD TERM'S FILES TO THE ARCHIVE AND ***
006960* LEAVES AN EMPTY FILE IN ITS PLACE.  A FILE THAT IS NOT THERE ***
006970* IS REPORTED AND CREATED EMPTY ***
006980******************************************************************
006990 5000-ARCHIVE-TERM-FILES.
007000     OPEN EXTEND ARCHIVE-FILE.
007010     IF RO-ARCH-STATUS NOT = '00'
007020     THEN
007030         OPEN OUTPUT ARCHIVE-FILE
007040     END-IF.
007050     MOVE CH-TERM TO RA-HEAD-TERM.
007060     MOVE SPACES TO REPORT-REC.
007070     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
007080     WRITE REPORT-REC FROM ROLL-ARCH-HEADING
007090             AFTER ADVANCING 1 LINE.
007100     MOVE CH-TERM TO TA-TERM.
007110     PERFORM 5100-ARCHIVE-REGDETL THRU 5100-EXIT.
007120     PERFORM 5200-ARCHIVE-WAITLST THRU 5200-EXIT.
007130     PERFORM 5300-ARCHIVE-OFFER THRU 5300-EXIT.
007140     PERFORM 5400-ARCHIVE-ENRHIST THRU 5400-EXIT.
007150     CLOSE ARCHIVE-FILE.
007160*
007170 5100-ARCHIVE-REGDETL.
007180     MOVE 'DA-S-REGDETL' TO RO-FILE-NAME.
007190     MOVE 'REGDETL ' TO TA-FILE.
007200     PERFORM 5900-START-FILE.
007210     OPEN INPUT REGDETL-FILE.
007220     IF RO-TERMF-STATUS NOT = '00'
007230     THEN
007240         CLOSE REGDETL-FILE
007250         GO TO 5100-EMPTY
007260     END-IF.
007270     SET TERM-FILE-OPEN TO TRUE.
007280     READ REGDETL-FILE
007290             AT END SET TERM-FILE-EOF TO TRUE
007300     END-READ.
007310     PERFORM 5150-ARCHIVE-ONE-REGDETL
007320             UNTIL TERM-FILE-EOF.
007330     CLOSE REGDETL-FILE.
007340 5100-EMPTY.
007350     OPEN OUTPUT REGDETL-FILE.
007360     CLOSE REGDETL-FILE.
007370     PERFORM 5950-REPORT-FILE.
007380 5100-EXIT.
007390     EXIT.
007400*
007410 5150-ARCHIVE-ONE-REGDETL.
007420     MOVE REGDETL-REC TO TA-IMAGE.
007430     PERFORM 5990-WRITE-ARCHIVE.
007440     READ REGDETL-FILE
007450             AT END SET TERM-FILE-EOF TO TRUE
007460     END-READ.
007470*
007480 5200-ARCHIVE-WAITLST.
007490     MOVE 'DA-S-WAITLST' TO RO-FILE-NAME.
007500     MOVE 'WAITLST ' TO TA-FILE.
007510     PERFORM 5900-START-FILE.
007520     OPEN INPUT WAITLST-FILE.
007530     IF RO-TERMF-STATUS NOT = '00'
007540     THEN
007550         CLOSE WAITLST-FILE
007560         GO TO 5200-EMPTY
007570     END-IF.
007580     SET TERM-FILE-OPEN TO TRUE.
007590     READ WAITLST-FILE
007600             AT END SET TERM-FILE-EOF TO TRUE
007610     END-READ.
007620     PERFORM 5250-ARCHIVE-ONE-WAITLST
007630             UNTIL TERM-FILE-EOF.
007640     CLOSE WAITLST-FILE.
007650 5200-EMPTY.
007660     OPEN OUTPUT WAITLST-FILE.
007670     CLOSE WAITLST-FILE.
007680     PERFORM 5950-REPORT-FILE.
007690 5200-EXIT.
007700     EXIT.
007710*
007720 5250-ARCHIVE-ONE-WAITLST.
007730     MOVE WAITLST-REC TO TA-IMAGE.
007740     PERFORM 5990-WRITE-ARCHIVE.
007750     READ WAITLST-FILE
007760             AT END SET TERM-FILE-EOF TO TRUE
007770     END-READ.
007780*
007790 5300-ARCHIVE-OFFER.
007800     MOVE 'DA-S-OFFER' TO RO-FILE-NAME.
007810     MOVE 'OFFER   ' TO TA-FILE.
007820     PERFORM 5900-START-FILE.
007830     OPEN INPUT OFFER-FILE.
007840     IF RO-TERMF-STATUS NOT = '00'
007850     THEN
007860         CLOSE OFFER-FILE
007870         GO TO 5300-EMPTY
007880     END-IF.
007890     SET TERM-FILE-OPEN TO TRUE.
007900     READ OFFER-FILE
007910             AT END SET TERM-FILE-EOF TO TRUE
007920     END-READ.
007930     PERFORM 5350-ARCHIVE-ONE-OFFER
007940             UNTIL TERM-FILE-EOF.
007950     CLOSE OFFER-FILE.
007960 5300-EMPTY.
007970     OPEN OUTPUT OFFER-FILE.
007980     CLOSE OFFER-FILE.
007990     PERFORM 5950-REPORT-FILE.
008000 5300-EXIT.
008010     EXIT.
008020*
008030 5350-ARCHIVE-ONE-OFFER.
008040     MOVE OFFER-REC TO TA-IMAGE.
008050     PERFORM 5990-WRITE-ARCHIVE.
008060     READ OFFER-FILE
008070             AT END SET TERM-FILE-EOF TO TRUE
008080     END-READ.
008090*
008100 5400-ARCHIVE-ENRHIST.
008110     MOVE 'DA-S-ENRHIST' TO RO-FILE-NAME.
008120     MOVE 'ENRHIST ' TO TA-FILE.
008130     PERFORM 5900-START-FILE.
008140     OPEN INPUT HIST-FILE.
008150     IF RO-TERMF-STATUS NOT = '00'
008160     THEN
008170         CLOSE HIST-FILE
008180         GO TO 5400-EMPTY
008190     END-IF.
008200     SET TERM-FILE-OPEN TO TRUE.
008210     READ HIST-FILE
008220             AT END SET TERM-FILE-EOF TO TRUE
008230     END-READ.
008240     PERFORM 5450-ARCHIVE-ONE-ENRHIST
008250             UNTIL TERM-FILE-EOF.
008260     CLOSE HIST-FILE.
008270 5400-EMPTY.
008280     OPEN OUTPUT HIST-FILE.
008290     CLOSE HIST-FILE.
008300     PERFORM 5950-REPORT-FILE.
008310 5400-EXIT.
008320     EXIT.
008330*
008340 5450-ARCHIVE-ONE-ENRHIST.
008350     MOVE HIST-REC TO TA-IMAGE.
008360     PERFORM 5990-WRITE-ARCHIVE.
008370     READ HIST-FILE
008380             AT END SET TERM-FILE-EOF TO TRUE
008390     END-READ.
008400*
008410 5900-START-FILE.
008420     MOVE 0 TO RO-ARCH-COUNT.
008430     MOVE 'N' TO TERM-FILE-EOF-SW.
008440     MOVE 'N' TO TERM-FILE-OPEN-SW.
008450*
008460******************************************************************
008470* PRINTS ONE FILE'S ARCHIVE LINE ***
008480******************************************************************
008490 5950-REPORT-FILE.
008500     MOVE RO-FILE-NAME TO RA-FILE-NAME.
008510     MOVE RO-ARCH-COUNT TO RA-COUNT.
008520     IF TERM-FILE-OPEN
008530     THEN
008540         MOVE 'REPLACED WITH AN EMPTY FILE' TO RA-RESULT
008550     ELSE
008560         MOVE 'NOT FOUND - CREATED EMPTY' TO RA-RESULT
008570     END-IF.
008580     WRITE REPORT-REC FROM ROLL-ARCH-LINE
008590             AFTER ADVANCING 1 LINE.
008600*
008610 5990-WRITE-ARCHIVE.
008620     ADD 1 TO RO-ARCH-COUNT.
008630     ADD 1 TO RO-ARCH-TOTAL.
008640     MOVE RO-ARCH-COUNT TO TA-SEQ.
008650     WRITE ARCHIVE-DATA.
008660*
008670******************************************************************
008680* CHECKS THE TRAILER COUNT AND CLASSLIMIT HASH TOTAL AGAINST ***
008690* WHAT WAS ACTUALLY READ - A FAILURE STOPS THE INSTRUCTOR ***
008700* CARRY AND THE ARCHIVE, SO NO TERM FILE IS TOUCHED ***
008710******************************************************************
008720 6600-VERIFY-CONTROLS.
008730     IF NOT TRAILER-FOUND
008740     THEN
008750         SET CONTROL-FAILED TO TRUE
008760     END-IF.
008770     IF TRAILER-FOUND AND
008780        ( CT-COUNT NOT = RO-CTL-READ-COUNT
008790          OR CT-HASH NOT = RO-CTL-HASH-TOTAL )
008800     THEN
008810         SET CONTROL-FAILED TO TRUE
008820     END-IF.
008830     IF CONTROL-FAILED
008840     THEN
008850         MOVE CT-COUNT TO CF-EXP-COUNT
008860         MOVE CT-HASH TO CF-EXP-HASH
008870         MOVE RO-CTL-READ-COUNT TO CF-ACT-COUNT
008880         MOVE RO-CTL-HASH-TOTAL TO CF-ACT-HASH
008890         WRITE REPORT-REC FROM ROLL-CTL-FAIL
008900                 AFTER ADVANCING 2 LINES
008910         MOVE 'NOTHING ARCHIVED - TERM FILES LEFT AS THEY WERE'
008920             TO RM-TEXT
008930         WRITE REPORT-REC FROM ROLL-MSG-LINE
008940                 AFTER ADVANCING 1 LINE
008950         DISPLAY 'CONTROL TOTAL FAILURE ON DA-S-COURSE'
008960     END-IF.
008970*
008980******************************************************************
008990* READS DA-S-COURSE, SKIPPING THE HEADER AND CAPTURING THE ***
009000* TRAILER CONTROL RECORD, ACCUMULATING THE DATA-RECORD COUNT ***
009010* AND CLASSLIMIT HASH TOTAL, AND CHECKING KEY SEQUENCE ***
009020******************************************************************
009030 7000-READ-COURSE.
009040     READ COURSE-FILE INTO COURSE-DATA
009050             AT END SET END-OF-DATA TO TRUE
009060     END-READ.
009070     IF NOT END-OF-DATA AND C-ABB = 'HDR'
009080     THEN
009090         MOVE COURSE-DATA TO CONTROL-HEADER-REC
009100         GO TO 7000-READ-COURSE
009110     END-IF.
009120     IF NOT END-OF-DATA AND C-ABB = 'TRL'
009130     THEN
009140         MOVE COURSE-DATA TO CONTROL-TRAILER-REC
009150         MOVE 'Y' TO TRAILER-FOUND-SW
009160         GO TO 7000-READ-COURSE
009170     END-IF.
009180     IF NOT END-OF-DATA
009190     THEN
009200         ADD 1 TO RO-CTL-READ-COUNT
009210         ADD C-CLASSLIMIT TO RO-CTL-HASH-TOTAL
009220     END-IF.
009230     MOVE C-ABB TO RO-C-ABB.
009240     MOVE C-NUMB TO RO-C-NUMB.
009250     MOVE C-SEC TO RO-C-SEC.
009260     IF RO-COURSE-KEY < RO-PREV-COURSE-KEY
009270     THEN
009280         DISPLAY 'DA-S-COURSE OUT OF SEQUENCE AT KEY '
009290             RO-COURSE-KEY
009300         PERFORM 9900-SEQUENCE-ABORT
009310     END-IF.
009320     MOVE RO-COURSE-KEY TO RO-PREV-COURSE-KEY.
009330*
009340******************************************************************
009350* LISTS EXCLUSION CARDS THAT DROPPED NOTHING, THEN PRINTS THE ***
009360* RUN TOTALS AND THE NEW MASTER'S CONTROL TOTALS ***
009370******************************************************************
009380 8000-PRINT-TOTALS.
009390     MOVE SPACES TO REPORT-REC.
009400     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
009410     PERFORM 8100-LIST-UNUSED-EXCL
009420             VARYING RO-X FROM 1 BY 1
009430             UNTIL RO-X > RO-EXCL-COUNT.
009440     MOVE 'SECTIONS READ                     ' TO RT-LABEL.
009450     MOVE RO-SECTIONS-READ TO RT-COUNT.
009460     WRITE REPORT-REC FROM ROLL-TOTAL-LINE
009470             AFTER ADVANCING 1 LINE.
009480     MOVE 'SECTIONS CARRIED TO NEW TERM      ' TO RT-LABEL.
009490     MOVE RO-SECTIONS-CARRIED TO RT-COUNT.
009500     WRITE REPORT-REC FROM ROLL-TOTAL-LINE
009510             AFTER ADVANCING 1 LINE.
009520     MOVE 'SECTIONS DROPPED                  ' TO RT-LABEL.
009530     MOVE RO-SECTIONS-DROPPED TO RT-COUNT.
009540     WRITE REPORT-REC FROM ROLL-TOTAL-LINE
009550             AFTER ADVANCING 1 LINE.
009560     MOVE 'NEW MASTER TRAILER HASH TOTAL     ' TO RT-LABEL.
009570     MOVE RO-OUT-HASH-TOTAL TO RT-COUNT.
009580     WRITE REPORT-REC FROM ROLL-TOTAL-LINE
009590             AFTER ADVANCING 1 LINE.
009600     MOVE 'INSTRUCTOR ROWS READ              ' TO RT-LABEL.
009610     MOVE RO-INSTR-READ TO RT-COUNT.
009620     WRITE REPORT-REC FROM ROLL-TOTAL-LINE
009630             AFTER ADVANCING 1 LINE.
009640     MOVE 'INSTRUCTOR ROWS CARRIED           ' TO RT-LABEL.
009650     MOVE RO-INSTR-CARRIED TO RT-COUNT.
009660     WRITE REPORT-REC FROM ROLL-TOTAL-LINE
009670             AFTER ADVANCING 1 LINE.
009680     MOVE 'INSTRUCTOR ROWS DROPPED           ' TO RT-LABEL.
009690     MOVE RO-INSTR-DROPPED TO RT-COUNT.
009700     WRITE REPORT-REC FROM ROLL-TOTAL-LINE
009710             AFTER ADVANCING 1 LINE.
009720     MOVE 'TERM RECORDS ARCHIVED             ' TO RT-LABEL.
009730     MOVE RO-ARCH-TOTAL TO RT-COUNT.
009740     WRITE REPORT-REC FROM ROLL-TOTAL-LINE
009750             AFTER ADVANCING 1 LINE.
009760*
009770 8100-LIST-UNUSED-EXCL.
009780     IF XT-HITS(RO-X) = 0
009790     THEN
009800         ADD 1 TO RO-UNUSED-EXCL
009810         MOVE XT-ABB(RO-X) TO RX-ABB
009820         MOVE XT-NUMB(RO-X) TO RX-NUMB
009830         MOVE XT-SEC(RO-X) TO RX-SEC
009840         WRITE REPORT-REC FROM ROLL-EXCL-LINE
009850                 AFTER ADVANCING 1 LINE
009860     END-IF.
009870*
009880******************************************************************
009890* CLOSES FILES ***
009900******************************************************************
009910 9000-TERMINATE.
009920     CLOSE COURSE-FILE, REPORT-FILE.
009930*
009940******************************************************************
009950* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN THE ***
009960* CONTROL TOTALS FAILED, 8 WHEN THE EXCLUSION TABLE FILLED, ***
009970* 4 WHEN AN EXCLUSION CARD MATCHED NO SECTION, 0 OTHERWISE ***
009980******************************************************************
009990 9100-SET-RETURN-CODE.
010000     IF CONTROL-FAILED
010010     THEN
010020         MOVE 12 TO RETURN-CODE
010030     ELSE
010040         IF RO-DROPPED-COUNT > 0
010050         THEN
010060             MOVE 8 TO RETURN-CODE
010070         ELSE
010080             IF RO-UNUSED-EXCL > 0
010090             THEN
010100                 MOVE 4 TO RETURN-CODE
010110             END-IF
010120         END-IF
010130     END-IF.
010140*
010150******************************************************************
010160* REFUSES THE RUN BEFORE ANYTHING IS WRITTEN - WRONG OR ***
010165* MISSING TERM CODES, OR AN OLD TERM ALREADY ARCHIVED ***
010180******************************************************************
010190 9800-REFUSE-RUN.
010200     CLOSE COURSE-FILE, REPORT-FILE.
010210     MOVE 20 TO RETURN-CODE.
010220     PERFORM 9500-WRITE-STATUS.
010230     STOP RUN.
010240*
010250******************************************************************
010260* ABORTS THE RUN WHEN THE MASTER IS OUT OF KEY SEQUENCE - ***
010270* THE NEW MASTER WOULD BE OUT OF ORDER, SO THE RUN STOPS ***
010280* BEFORE ANY TERM FILE IS TOUCHED ***
010290******************************************************************
010300 9900-SEQUENCE-ABORT.
010310     CLOSE COURSE-FILE, NEWMAST-FILE, REPORT-FILE.
010320     MOVE 16 TO RETURN-CODE.
010330     PERFORM 9500-WRITE-STATUS.
010340     STOP RUN.
010350*
010360******************************************************************
010370* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
010380* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
010390* THE MORNING OPERATIONS SUMMARY ***
010400******************************************************************
010410 9500-WRITE-STATUS.
010420     ACCEPT STL-DATE FROM DATE.
010430     ACCEPT STL-TIME FROM TIME.
010440     MOVE RO-SECTIONS-READ TO STL-READ.
010450     MOVE RO-SECTIONS-CARRIED TO STL-WRITTEN.
010460     MOVE RO-SECTIONS-DROPPED TO STL-EXCEPTIONS.
010470     MOVE RETURN-CODE TO STL-RETCODE.
010480     OPEN EXTEND STATUS-FILE.
010490     IF RO-STAT-STATUS NOT = '00'
010500     THEN
010510         OPEN OUTPUT STATUS-FILE
010520     END-IF.
010530     WRITE STATUS-REC FROM STATUS-LINE.
010540     CLOSE STATUS-FILE.
