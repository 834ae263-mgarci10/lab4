000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BILLFEED.
000030 AUTHOR. J MCALLISTER.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  JM    INITIAL WRITE - NIGHTLY TUITION AND FEE
000110*                   BILLING FEED TO THE BURSAR
000112*   10/15/26  JM    SEQUENCE ABORT CLOSES ONLY THE FILES THAT ARE
000114*                   OPEN; A MISSING PRIOR IMAGE IS REPORTED AND
000116*                   SETS RETURN CODE 4
000120*----------------------------------------------------------------
000130*
000140* NIGHTLY STEP, RUN AFTER REGMAINT'S NEW DETAIL FILE HAS BEEN
000150* SWAPPED IN.  EVERY REGISTRATION ON DA-S-REGDETL IS PRICED FROM
000160* THE FEE SCHEDULE (DA-S-FEESCHD): TUITION, LAB AND SPECIAL
000170* FEES, EACH TAKEN FROM THE COURSE'S OWN ENTRY WHEN THERE IS ONE
000180* AND FROM ITS DEPARTMENT'S ENTRY OTHERWISE.  THE PRICED ROWS
000190* ARE SORTED INTO STUDENT, SECTION AND FEE-TYPE SEQUENCE AS
000200* TONIGHT'S BILLED IMAGE (DA-S-NEWBILL) AND MATCHED AGAINST THE
000210* PRIOR NIGHT'S IMAGE (DA-S-BILLED, THE NEWBILL OF THE LAST
000220* RUN).  A ROW NEW TONIGHT IS A CHARGE, A ROW GONE TONIGHT IS A
000230* DROP CREDIT, AND A ROW WHOSE AMOUNT CHANGED IS CHARGED OR
000240* CREDITED THE DIFFERENCE; ONLY THOSE NET MOVEMENTS GO TO THE
000250* BURSAR'S CHARGE FILE (UR-S-CHARGES), SO A STUDENT WHO ADDS
000260* AND DROPS BETWEEN RUNS IS NEVER BILLED AND ONE WHO DROPS
000270* LATER GETS BACK EXACTLY WHAT WAS CHARGED.  WHEN THERE IS NO
000272* PRIOR IMAGE EVERY ROW IS BILLED AS NEW, AND THE BALANCING
000274* REPORT SAYS SO.  PRIOR-IMAGE ROWS
000280* FOR ANOTHER TERM ARE IGNORED.  THE BALANCING REPORT
000290* (UR-S-BILLBAL) EXTENDS EACH COURSE'S REGISTRATION COUNT BY ITS
000300* PER-STUDENT RATE AND PROVES PRIOR IMAGE + CHARGES - CREDITS =
000310* TONIGHT'S IMAGE = THE REGISTRATION-COUNT EXTENSION.
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSE' ORGANIZATION
000380             IS LINE SEQUENTIAL.
000390     SELECT FEE-FILE ASSIGN TO 'DA-S-FEESCHD' ORGANIZATION
000400             IS LINE SEQUENTIAL.
000410     SELECT REGDETL-FILE ASSIGN TO 'DA-S-REGDETL' ORGANIZATION
000420             IS LINE SEQUENTIAL.
000430     SELECT OPTIONAL PRIOR-FILE ASSIGN TO 'DA-S-BILLED'
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS BL-PRIOR-STATUS.
000460     SELECT NEWBILL-FILE ASSIGN TO 'DA-S-NEWBILL' ORGANIZATION
000470             IS LINE SEQUENTIAL.
000480     SELECT CHARGE-FILE ASSIGN TO 'UR-S-CHARGES' ORGANIZATION
000490             IS LINE SEQUENTIAL.
000500     SELECT BALANCE-FILE ASSIGN TO 'UR-S-BILLBAL' ORGANIZATION
000510             IS LINE SEQUENTIAL.
000520     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS BL-PARM-STATUS.
000550     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000560             ORGANIZATION IS LINE SEQUENTIAL
000570             FILE STATUS IS BL-STAT-STATUS.
000580     SELECT SORT-BILL-WORK ASSIGN TO 'SORTWK01'.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  COURSE-FILE.
000630 01  COURSE-DATA.
000640     88  END-OF-DATA VALUE HIGH-VALUES.
000650     02  C-COURSE.
000660         03  C-ABB PIC XXX.
000670         03  C-NUMB PIC XXXX.
000680         03  C-SEC PIC XXX.
000690         03  C-TITLE PIC X(20).
000700         03  C-SEATS-REMAINING PIC S999.
000710         03  C-CLASSLIMIT PIC 999.
000720         03  FILLER PIC XXX.
000730     02  C-STARTING-TIME.
000740         03  C-STARTING-HOUR PIC 99.
000750         03  C-STARTING-MIN PIC 99.
000760         03  FILLER PIC XX.
000770     02  C-DAYS.
000780         03  C-MON PIC X.
000790         03  C-TUE PIC X.
000800         03  C-WED PIC X.
000810         03  C-THU PIC X.
000820         03  C-FRI PIC X.
000830         03  FILLER PIC X.
000840     02  C-LOCATION.
000850         03  C-BUILDING PIC XX.
000860         03  C-ROOM PIC XXX.
000870         03  FILLER PIC X(24).
000880*
000890******************************************************************
000900* FEE SCHEDULE - ONE FEE PER RECORD.  A BLANK FS-NUMB MAKES IT ***
000910* THE DEPARTMENT'S FEE FOR EVERY COURSE WITHOUT ITS OWN ENTRY ***
000920* OF THAT TYPE.  FS-FEE-TYPE T TUITION, L LAB, S SPECIAL.  THE ***
000930* AMOUNT IS PER STUDENT PER SECTION ***
000940******************************************************************
000950 FD  FEE-FILE.
000960 01  FEE-DATA.
000970     88  FEE-EOF VALUE HIGH-VALUES.
000980     03  FS-ABB PIC XXX.
000990     03  FS-NUMB PIC XXXX.
001000     03  FS-FEE-TYPE PIC X.
001010     03  FS-AMOUNT PIC 9(5)V99.
001020     03  FS-DESC PIC X(20).
001030     03  FILLER PIC X(45).
001040*
001050******************************************************************
001060* STUDENT REGISTRATION DETAIL - ONE RECORD PER STUDENT PER ***
001070* SECTION, IN KEY AND STUDENT-ID SEQUENCE ***
001080******************************************************************
001090 FD  REGDETL-FILE.
001100 01  REGDETL-DATA.
001110     88  REGDETL-EOF VALUE HIGH-VALUES.
001120     03  RD-KEY.
001130         05  RD-ABB PIC XXX.
001140         05  RD-NUMB PIC XXXX.
001150         05  RD-SEC PIC XXX.
001160     03  RD-STUDENT-ID PIC 9(07).
001170     03  RD-STUDENT-NAME PIC X(25).
001180     03  FILLER PIC X(38).
001190*
001200******************************************************************
001210* PRIOR NIGHT'S BILLED IMAGE - ONE RECORD PER STUDENT, SECTION ***
001220* AND FEE TYPE BILLED, IN THAT SEQUENCE ***
001230******************************************************************
001240 FD  PRIOR-FILE.
001250 01  PRIOR-DATA.
001260     88  PRIOR-EOF VALUE HIGH-VALUES.
001270     03  BP-STUDENT-ID PIC 9(7).
001280     03  BP-KEY PIC X(10).
001290     03  BP-FEE-TYPE PIC X.
001300     03  BP-TERM PIC X(6).
001310     03  BP-AMOUNT PIC 9(5)V99.
001320     03  BP-STUDENT-NAME PIC X(25).
001330     03  FILLER PIC X(24).
001340*
001350******************************************************************
001360* TONIGHT'S BILLED IMAGE - SAME LAYOUT, WRITTEN BY THE SORT ***
001370* AND READ BACK FOR THE MATCH.  BECOMES DA-S-BILLED FOR THE ***
001380* NEXT RUN ***
001390******************************************************************
001400 FD  NEWBILL-FILE.
001410 01  NEWBILL-DATA.
001420     88  NEWBILL-EOF VALUE HIGH-VALUES.
001430     03  BN-STUDENT-ID PIC 9(7).
001440     03  BN-KEY PIC X(10).
001450     03  BN-FEE-TYPE PIC X.
001460     03  BN-TERM PIC X(6).
001470     03  BN-AMOUNT PIC 9(5)V99.
001480     03  BN-STUDENT-NAME PIC X(25).
001490     03  FILLER PIC X(24).
001500*
001510******************************************************************
001520* BURSAR CHARGE FILE - ONE NET MOVEMENT PER RECORD.  CG-TRAN- ***
001530* CODE C IS A CHARGE, R A CREDIT; THE AMOUNT IS ALWAYS ***
001540* POSITIVE ***
001550******************************************************************
001560 FD  CHARGE-FILE.
001570 01  CHARGE-DATA.
001580     03  CG-STUDENT-ID PIC 9(7).
001590     03  CG-TERM PIC X(6).
001600     03  CG-TRAN-CODE PIC X.
001610     03  CG-FEE-TYPE PIC X.
001620     03  CG-KEY PIC X(10).
001630     03  CG-AMOUNT PIC 9(5)V99.
001640     03  CG-POST-DATE PIC 9(6).
001650     03  CG-STUDENT-NAME PIC X(25).
001660     03  FILLER PIC X(17).
001670*
001680 FD  BALANCE-FILE.
001690 01  BALANCE-REC PIC X(132).
001700*
001710******************************************************************
001720* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES ONLY THE ***
001730* EXPECTED TERM CODE IN COLS 29-34 (SEE LAB4 FOR THE FULL ***
001740* CARD LAYOUT) ***
001750******************************************************************
001760 FD  PARM-FILE.
001770 01  PARM-CARD.
001780     03  FILLER PIC X(28).
001790     03  PMC-TERM PIC X(6).
001800     03  FILLER PIC X(46).
001810*
001820******************************************************************
001830* SHARED RUN-STATUS FILE - ONE RECORD APPENDED PER PROGRAM ***
001840* RUN, READ BY RUNSUMM FOR THE OPERATIONS SUMMARY ***
001850******************************************************************
001860 FD  STATUS-FILE.
001870 01  STATUS-REC PIC X(80).
001880*
001890 SD  SORT-BILL-WORK.
001900 01  SORT-BILL-REC.
001910     05  SB-STUDENT-ID PIC 9(7).
001920     05  SB-KEY PIC X(10).
001930     05  SB-FEE-TYPE PIC X.
001940     05  SB-TERM PIC X(6).
001950     05  SB-AMOUNT PIC 9(5)V99.
001960     05  SB-STUDENT-NAME PIC X(25).
001970     05  FILLER PIC X(24).
001980*
001990 WORKING-STORAGE SECTION.
002000 77  BL-DETAILS-READ PIC 9(5) VALUE 0.
002010 77  BL-FEES-READ PIC 9(5) VALUE 0.
002020 77  BL-FEES-REJECTED PIC 9(5) VALUE 0.
002030 77  BL-UNPRICED PIC 9(5) VALUE 0.
002040 77  BL-ROWS-PRICED PIC 9(5) VALUE 0.
002050 77  BL-PRIOR-READ PIC 9(5) VALUE 0.
002060 77  BL-PRIOR-OTHER-TERM PIC 9(5) VALUE 0.
002070 77  BL-CHARGE-COUNT PIC 9(5) VALUE 0.
002080 77  BL-CREDIT-COUNT PIC 9(5) VALUE 0.
002090 77  BL-UNCHANGED PIC 9(5) VALUE 0.
002100 77  BL-STUDENTS-BILLED PIC 9(5) VALUE 0.
002110 77  BL-COURSE-STUDENTS PIC 9(5) VALUE 0.
002120 77  BL-CTL-READ-COUNT PIC 9(5) VALUE 0.
002130 77  BL-CTL-HASH-TOTAL PIC 9(7) VALUE 0.
002140 77  BL-RUN-DATE PIC 9(6) VALUE 0.
002150 77  BL-PRIOR-STATUS PIC XX VALUE '00'.
002160 77  BL-PARM-STATUS PIC XX VALUE '00'.
002170 77  BL-STAT-STATUS PIC XX VALUE '00'.
002180 77  BL-PARM-TERM PIC X(6) VALUE SPACES.
002190 77  BL-MAX-FEES PIC 9(3) VALUE 500.
002200 77  BL-FEE-COUNT PIC 9(3) VALUE 0.
002210 77  BL-F PIC 9(3) VALUE 0.
002220 77  BL-T PIC 9 VALUE 0.
002230 77  BL-PRIOR-TOTAL PIC 9(9)V99 VALUE 0.
002240 77  BL-CHARGE-TOTAL PIC 9(9)V99 VALUE 0.
002250 77  BL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
002260 77  BL-IMAGE-TOTAL PIC 9(9)V99 VALUE 0.
002270 77  BL-EXTENDED-TOTAL PIC 9(9)V99 VALUE 0.
002280 77  BL-PROVED-TOTAL PIC 9(9)V99 VALUE 0.
002290 77  BL-COURSE-RATE PIC 9(6)V99 VALUE 0.
002300 77  BL-COURSE-EXTENDED PIC 9(9)V99 VALUE 0.
002310 01  MISC.
002320     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
002330         88  TRAILER-FOUND VALUE 'Y'.
002340     03  CONTROL-FAIL-SW PIC X VALUE 'N'.
002350         88  CONTROL-FAILED VALUE 'Y'.
002360     03  OUT-OF-BALANCE-SW PIC X VALUE 'N'.
002370         88  OUT-OF-BALANCE VALUE 'Y'.
002372     03  FEE-OPEN-SW PIC X VALUE 'N'.
002374         88  FEE-OPEN VALUE 'Y'.
002376     03  REGDETL-OPEN-SW PIC X VALUE 'N'.
002378         88  REGDETL-OPEN VALUE 'Y'.
002380     03  PRIOR-OPEN-SW PIC X VALUE 'N'.
002390         88  PRIOR-OPEN VALUE 'Y'.
002391     03  NEWBILL-OPEN-SW PIC X VALUE 'N'.
002392         88  NEWBILL-OPEN VALUE 'Y'.
002393     03  CHARGE-OPEN-SW PIC X VALUE 'N'.
002394         88  CHARGE-OPEN VALUE 'Y'.
002395     03  NO-PRIOR-SW PIC X VALUE 'N'.
002396         88  NO-PRIOR-IMAGE VALUE 'Y'.
002400     03  BL-COURSE-KEY.
002410         05  BL-C-ABB PIC XXX.
002420         05  BL-C-NUMB PIC XXXX.
002430         05  BL-C-SEC PIC XXX.
002440     03  BL-DETAIL-KEY.
002450         05  BL-D-COURSE.
002460             10  BL-D-ABB PIC XXX.
002470             10  BL-D-NUMB PIC XXXX.
002480         05  BL-D-SEC PIC XXX.
002490         05  BL-D-STUDENT PIC X(7).
002500     03  BL-NEW-KEY.
002510         05  BL-N-STUDENT PIC X(7).
002520         05  BL-N-KEY PIC X(10).
002530         05  BL-N-TYPE PIC X.
002540     03  BL-OLD-KEY.
002550         05  BL-O-STUDENT PIC X(7).
002560         05  BL-O-KEY PIC X(10).
002570         05  BL-O-TYPE PIC X.
002580     03  BL-CURR-COURSE VALUE LOW-VALUES.
002590         05  BL-CURR-ABB PIC XXX.
002600         05  BL-CURR-NUMB PIC XXXX.
002610     03  BL-LAST-STUDENT PIC X(7) VALUE LOW-VALUES.
002620     03  BL-PREV-COURSE-KEY PIC X(10) VALUE LOW-VALUES.
002630     03  BL-PREV-DETAIL-KEY PIC X(17) VALUE LOW-VALUES.
002640     03  BL-PREV-NEW-KEY PIC X(18) VALUE LOW-VALUES.
002650     03  BL-PREV-OLD-KEY PIC X(18) VALUE LOW-VALUES.
002660*
002670 01  CONTROL-HEADER-REC.
002680     03  CH-ID PIC XXX VALUE SPACES.
002690     03  CH-CREATE-DATE PIC 9(6) VALUE ZERO.
002700     03  CH-TERM PIC X(6) VALUE SPACES.
002710     03  FILLER PIC X(65).
002720 01  CONTROL-TRAILER-REC.
002730     03  CT-ID PIC XXX VALUE SPACES.
002740     03  CT-COUNT PIC 9(5) VALUE ZERO.
002750     03  CT-HASH PIC 9(7) VALUE ZERO.
002760     03  FILLER PIC X(65).
002770*
002780******************************************************************
002790* THE FEE TYPES BILLED, IN THE ORDER THEY ARE PRICED AND ***
002800* PRINTED - ADD A TYPE HERE, TO THE RATE TABLE, AND TO THE ***
002810* BALANCING LINE TOGETHER ***
002820******************************************************************
002830 01  FEE-TYPE-VALUES.
002840     03  FILLER PIC X(3) VALUE 'TLS'.
002850 01  FEE-TYPE-TABLE REDEFINES FEE-TYPE-VALUES.
002860     03  FEE-TYPE-CODE PIC X OCCURS 3 TIMES.
002870*
002880******************************************************************
002890* IN-MEMORY COPY OF THE FEE SCHEDULE ***
002900******************************************************************
002910 01  FEE-TABLE.
002920     05  FEE-ENTRY OCCURS 500 TIMES.
002930         10  FT-ABB PIC XXX.
002940         10  FT-NUMB PIC XXXX.
002950         10  FT-FEE-TYPE PIC 9.
002960         10  FT-AMOUNT PIC 9(5)V99.
002970*
002980******************************************************************
002990* THE CURRENT COURSE'S RATE FOR EACH FEE TYPE - THE COURSE'S ***
003000* OWN ENTRY WHEN THERE IS ONE, ELSE THE DEPARTMENT'S ***
003010******************************************************************
003020 01  RATE-TABLE.
003030     05  RATE-ENTRY OCCURS 3 TIMES.
003040         10  RT-COURSE-SW PIC X.
003050         10  RT-COURSE-AMOUNT PIC 9(5)V99.
003060         10  RT-DEPT-SW PIC X.
003070         10  RT-DEPT-AMOUNT PIC 9(5)V99.
003080         10  RT-AMOUNT PIC 9(5)V99.
003090*
003100******************************************************************
003110* DESCRIPTION OF BALANCING REPORT HEADING, COURSE, TOTAL AND ***
003120* PROOF LINES ***
003130******************************************************************
003140 01  BAL-HEADING1.
003150     03  FILLER PIC X(10) VALUE SPACES.
003160     03  FILLER PIC X(35) VALUE
003170             'FEE BILLING BALANCING REPORT - TERM'.
003180     03  FILLER PIC X VALUE SPACES.
003190     03  BH-TERM PIC X(6).
003200     03  FILLER PIC X(10) VALUE '  RUN DATE'.
003210     03  FILLER PIC X VALUE SPACES.
003220     03  BH-RUN-DATE PIC 9(6).
003230 01  BAL-HEADING2.
003240     03  FILLER PIC X(10) VALUE SPACES.
003250     03  FILLER PIC X(12) VALUE 'COURSE'.
003260     03  FILLER PIC X(10) VALUE 'STUDENTS'.
003270     03  FILLER PIC X(12) VALUE '     TUITION'.
003280     03  FILLER PIC X(12) VALUE '         LAB'.
003290     03  FILLER PIC X(12) VALUE '     SPECIAL'.
003300     03  FILLER PIC X(12) VALUE ' PER STUDENT'.
003310     03  FILLER PIC X(18) VALUE '          EXTENDED'.
003320 01  BAL-COURSE-LINE.
003330     03  FILLER PIC X(10) VALUE SPACES.
003340     03  BC-ABB PIC XXX.
003350     03  FILLER PIC X VALUE SPACES.
003360     03  BC-NUMB PIC XXXX.
003370     03  FILLER PIC X(4) VALUE SPACES.
003380     03  BC-STUDENTS PIC ZZZZ9.
003390     03  FILLER PIC X(5) VALUE SPACES.
003400     03  BC-RATE-GROUP OCCURS 3 TIMES.
003410         05  FILLER PIC X(3) VALUE SPACES.
003420         05  BC-RATE PIC ZZ,ZZ9.99.
003430     03  FILLER PIC X(2) VALUE SPACES.
003440     03  BC-PER-STUDENT PIC ZZZ,ZZ9.99.
003450     03  FILLER PIC X(4) VALUE SPACES.
003460     03  BC-EXTENDED PIC ZZZ,ZZZ,ZZ9.99.
003470     03  FILLER PIC X(2) VALUE SPACES.
003480     03  BC-NOTE PIC X(24).
003490 01  BAL-COUNT-LINE.
003500     03  FILLER PIC X(10) VALUE SPACES.
003510     03  BT-LABEL PIC X(30).
003520     03  BT-COUNT PIC ZZZZ9.
003530 01  BAL-AMOUNT-LINE.
003540     03  FILLER PIC X(10) VALUE SPACES.
003550     03  BA-LABEL PIC X(30).
003560     03  BA-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
003570 01  BAL-VERDICT-LINE.
003580     03  FILLER PIC X(10) VALUE SPACES.
003590     03  BV-VERDICT PIC X(50).
003600 01  BAL-CTL-FAIL.
003610     03  FILLER PIC X(10) VALUE SPACES.
003620     03  FILLER PIC X(32) VALUE
003630             'CONTROL TOTAL FAILURE - EXPECTED'.
003640     03  FILLER PIC X VALUE SPACES.
003650     03  CF-EXP-COUNT PIC ZZZZ9.
003660     03  FILLER PIC X VALUE '/'.
003670     03  CF-EXP-HASH PIC ZZZZZZ9.
003680     03  FILLER PIC X(6) VALUE ' READ '.
003690     03  CF-ACT-COUNT PIC ZZZZ9.
003700     03  FILLER PIC X VALUE '/'.
003710     03  CF-ACT-HASH PIC ZZZZZZ9.
003720*
003730******************************************************************
003740* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
003750* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
003760******************************************************************
003770 01  STATUS-LINE.
003780     03  STL-PROGRAM PIC X(8) VALUE 'BILLFEED'.
003790     03  FILLER PIC X VALUE SPACES.
003800     03  STL-DATE PIC 9(6) VALUE 0.
003810     03  FILLER PIC X VALUE SPACES.
003820     03  STL-TIME PIC 9(8) VALUE 0.
003830     03  FILLER PIC X VALUE SPACES.
003840     03  STL-READ PIC 9(5) VALUE 0.
003850     03  FILLER PIC X VALUE SPACES.
003860     03  STL-WRITTEN PIC 9(5) VALUE 0.
003870     03  FILLER PIC X VALUE SPACES.
003880     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
003890     03  FILLER PIC X VALUE SPACES.
003900     03  STL-RETCODE PIC 99 VALUE 0.
003910     03  FILLER PIC X(35) VALUE SPACES.
003920*
003930 PROCEDURE DIVISION.
003940 0000-MAINLINE.
003950     PERFORM 1000-INITIALIZE.
003960     SORT SORT-BILL-WORK
003970         ON ASCENDING KEY SB-STUDENT-ID SB-KEY SB-FEE-TYPE
003980         INPUT PROCEDURE IS 2000-PRICE-REGISTRATIONS
003990             THRU 2000-EXIT
004000         GIVING NEWBILL-FILE.
004010     PERFORM 3000-POST-CHANGES THRU 3000-EXIT.
004020     PERFORM 6600-VERIFY-CONTROLS.
004030     PERFORM 8000-PRINT-TOTALS.
004040     PERFORM 9000-TERMINATE.
004050     PERFORM 9100-SET-RETURN-CODE.
004060     PERFORM 9500-WRITE-STATUS.
004070     STOP RUN.
004080*
004090******************************************************************
004100* OPENS THE MASTER AND THE REPORT, READS THE PARM CARD, CHECKS ***
004110* THE HEADER TERM, READS THE REST OF THE MASTER FOR ITS ***
004120* CONTROL TOTALS, LOADS THE FEE SCHEDULE, AND PRINTS HEADINGS ***
004130******************************************************************
004140 1000-INITIALIZE.
004150     OPEN INPUT COURSE-FILE
004160         INPUT FEE-FILE
004170         OUTPUT BALANCE-FILE.
004172     SET FEE-OPEN TO TRUE.
004180     OPEN INPUT PARM-FILE.
004190     READ PARM-FILE INTO PARM-CARD
004200             AT END CONTINUE
004210             NOT AT END MOVE PMC-TERM TO BL-PARM-TERM
004220     END-READ.
004230     CLOSE PARM-FILE.
004240     PERFORM 7000-READ-COURSE.
004250     PERFORM 1100-VERIFY-TERM.
004260     PERFORM 7000-READ-COURSE
004270             UNTIL END-OF-DATA.
004280     READ FEE-FILE INTO FEE-DATA
004290             AT END SET FEE-EOF TO TRUE
004300     END-READ.
004310     PERFORM 1200-LOAD-FEES THRU 1200-EXIT
004320             UNTIL FEE-EOF.
004330     CLOSE FEE-FILE.
004332     MOVE 'N' TO FEE-OPEN-SW.
004340     ACCEPT BL-RUN-DATE FROM DATE.
004350     MOVE CH-TERM TO BH-TERM.
004360     MOVE BL-RUN-DATE TO BH-RUN-DATE.
004370     WRITE BALANCE-REC FROM BAL-HEADING1
004380             AFTER ADVANCING PAGE.
004390     WRITE BALANCE-REC FROM BAL-HEADING2
004400             AFTER ADVANCING 2 LINES.
004410     MOVE SPACES TO BALANCE-REC.
004420     WRITE BALANCE-REC AFTER ADVANCING 1 LINE.
004430*
004440******************************************************************
004450* STOPS THE RUN COLD WHEN THE TERM CODE ON THE PARM CARD DOES ***
004460* NOT MATCH THE TERM THE MASTER'S HEADER CARRIES, OR WHEN THE ***
004470* HEADER CARRIES NO TERM - EVERY CHARGE IS BILLED TO THAT TERM ***
004480******************************************************************
004490 1100-VERIFY-TERM.
004500     IF CH-TERM = SPACES
004510       OR (BL-PARM-TERM NOT = SPACES
004520           AND BL-PARM-TERM NOT = CH-TERM)
004530     THEN
004540         DISPLAY 'TERM MISMATCH - PARM ' BL-PARM-TERM
004550             ' BUT DA-S-COURSE CARRIES ' CH-TERM
004560         CLOSE COURSE-FILE, FEE-FILE, BALANCE-FILE
004570         MOVE 20 TO RETURN-CODE
004580         PERFORM 9500-WRITE-STATUS
004590         STOP RUN
004600     END-IF.
004610*
004620******************************************************************
004630* LOADS ONE FEE SCHEDULE RECORD - AN UNKNOWN FEE TYPE OR A ***
004640* NON-NUMERIC AMOUNT IS REJECTED RATHER THAN BILLED ***
004650******************************************************************
004660 1200-LOAD-FEES.
004670     ADD 1 TO BL-FEES-READ.
004680     MOVE 0 TO BL-T.
004690     PERFORM 1210-PROBE-TYPE
004700             VARYING BL-F FROM 1 BY 1
004710             UNTIL BL-F > 3.
004720     IF BL-T = 0 OR FS-AMOUNT NOT NUMERIC
004730     THEN
004740         DISPLAY 'FEE SCHEDULE RECORD REJECTED - ' FS-ABB ' '
004750             FS-NUMB ' TYPE ' FS-FEE-TYPE
004760         ADD 1 TO BL-FEES-REJECTED
004770         GO TO 1200-NEXT
004780     END-IF.
004790     IF BL-FEE-COUNT < BL-MAX-FEES
004800     THEN
004810         ADD 1 TO BL-FEE-COUNT
004820         MOVE FS-ABB TO FT-ABB(BL-FEE-COUNT)
004830         MOVE FS-NUMB TO FT-NUMB(BL-FEE-COUNT)
004840         MOVE BL-T TO FT-FEE-TYPE(BL-FEE-COUNT)
004850         MOVE FS-AMOUNT TO FT-AMOUNT(BL-FEE-COUNT)
004860     ELSE
004870         DISPLAY 'FEE SCHEDULE TABLE FULL - ' FS-ABB ' '
004880             FS-NUMB ' NOT LOADED'
004890         ADD 1 TO BL-FEES-REJECTED
004900     END-IF.
004910 1200-NEXT.
004920     READ FEE-FILE INTO FEE-DATA
004930             AT END SET FEE-EOF TO TRUE
004940     END-READ.
004950 1200-EXIT.
004960     EXIT.
004970*
004980 1210-PROBE-TYPE.
004990     IF FEE-TYPE-CODE(BL-F) = FS-FEE-TYPE
005000     THEN
005010         MOVE BL-F TO BL-T
005020     END-IF.
005030*
005040******************************************************************
005050* SORT INPUT PROCEDURE - PRICES EVERY REGISTRATION AND ***
005060* RELEASES ONE ROW PER FEE TYPE CHARGED.  THE DETAIL IS IN KEY ***
005070* ORDER, SO THE RATES ARE LOOKED UP AND THE BALANCING LINE ***
005080* PRINTED ONCE PER COURSE ***
005090******************************************************************
005100 2000-PRICE-REGISTRATIONS.
005110     OPEN INPUT REGDETL-FILE.
005112     SET REGDETL-OPEN TO TRUE.
005120     PERFORM 7100-READ-DETAIL.
005130     PERFORM 2100-PRICE-ONE THRU 2100-EXIT
005140             UNTIL REGDETL-EOF.
005150     IF BL-CURR-COURSE NOT = LOW-VALUES
005160     THEN
005170         PERFORM 2200-COURSE-BREAK
005180     END-IF.
005190     CLOSE REGDETL-FILE.
005192     MOVE 'N' TO REGDETL-OPEN-SW.
005200 2000-EXIT.
005210     EXIT.
005220*
005230 2100-PRICE-ONE.
005240     IF BL-D-COURSE NOT = BL-CURR-COURSE
005250     THEN
005260         IF BL-CURR-COURSE NOT = LOW-VALUES
005270         THEN
005280             PERFORM 2200-COURSE-BREAK
005290         END-IF
005300         MOVE BL-D-COURSE TO BL-CURR-COURSE
005310         PERFORM 2300-FIND-RATES
005320     END-IF.
005330     ADD 1 TO BL-COURSE-STUDENTS.
005340     IF RT-AMOUNT(1) = 0
005350     THEN
005360         ADD 1 TO BL-UNPRICED
005370     END-IF.
005380     PERFORM 2400-RELEASE-FEE
005390             VARYING BL-T FROM 1 BY 1
005400             UNTIL BL-T > 3.
005410     PERFORM 7100-READ-DETAIL.
005420 2100-EXIT.
005430     EXIT.
005440*
005450******************************************************************
005460* PRINTS THE FINISHED COURSE'S BALANCING LINE - REGISTRATIONS ***
005470* TIMES THE PER-STUDENT RATE - AND ADDS IT TO THE EXTENSION ***
005480******************************************************************
005490 2200-COURSE-BREAK.
005500     COMPUTE BL-COURSE-RATE = RT-AMOUNT(1) + RT-AMOUNT(2)
005510             + RT-AMOUNT(3).
005520     COMPUTE BL-COURSE-EXTENDED =
005530             BL-COURSE-RATE * BL-COURSE-STUDENTS.
005540     ADD BL-COURSE-EXTENDED TO BL-EXTENDED-TOTAL.
005550     MOVE BL-CURR-ABB TO BC-ABB.
005560     MOVE BL-CURR-NUMB TO BC-NUMB.
005570     MOVE BL-COURSE-STUDENTS TO BC-STUDENTS.
005580     MOVE RT-AMOUNT(1) TO BC-RATE(1).
005590     MOVE RT-AMOUNT(2) TO BC-RATE(2).
005600     MOVE RT-AMOUNT(3) TO BC-RATE(3).
005610     MOVE BL-COURSE-RATE TO BC-PER-STUDENT.
005620     MOVE BL-COURSE-EXTENDED TO BC-EXTENDED.
005630     IF RT-AMOUNT(1) = 0
005640     THEN
005650         MOVE '** NO TUITION ON FILE' TO BC-NOTE
005660     ELSE
005670         MOVE SPACES TO BC-NOTE
005680     END-IF.
005690     WRITE BALANCE-REC FROM BAL-COURSE-LINE
005700             AFTER ADVANCING 1 LINE.
005710     MOVE 0 TO BL-COURSE-STUDENTS.
005720*
005730******************************************************************
005740* LOOKS UP THE COURSE'S RATE FOR EACH FEE TYPE - ITS OWN ENTRY ***
005750* WINS OVER THE DEPARTMENT'S, AND A TYPE WITH NEITHER IS ZERO ***
005760******************************************************************
005770 2300-FIND-RATES.
005780     PERFORM 2310-CLEAR-RATE
005790             VARYING BL-T FROM 1 BY 1
005800             UNTIL BL-T > 3.
005810     PERFORM 2320-PROBE-FEE
005820             VARYING BL-F FROM 1 BY 1
005830             UNTIL BL-F > BL-FEE-COUNT.
005840     PERFORM 2330-PICK-RATE
005850             VARYING BL-T FROM 1 BY 1
005860             UNTIL BL-T > 3.
005870*
005880 2310-CLEAR-RATE.
005890     MOVE 'N' TO RT-COURSE-SW(BL-T).
005900     MOVE 'N' TO RT-DEPT-SW(BL-T).
005910     MOVE 0 TO RT-COURSE-AMOUNT(BL-T).
005920     MOVE 0 TO RT-DEPT-AMOUNT(BL-T).
005930     MOVE 0 TO RT-AMOUNT(BL-T).
005940*
005950 2320-PROBE-FEE.
005960     IF FT-ABB(BL-F) = BL-D-ABB
005970     THEN
005980         MOVE FT-FEE-TYPE(BL-F) TO BL-T
005990         IF FT-NUMB(BL-F) = BL-D-NUMB
006000         THEN
006010             MOVE 'Y' TO RT-COURSE-SW(BL-T)
006020             MOVE FT-AMOUNT(BL-F) TO RT-COURSE-AMOUNT(BL-T)
006030         END-IF
006040         IF FT-NUMB(BL-F) = SPACES
006050         THEN
006060             MOVE 'Y' TO RT-DEPT-SW(BL-T)
006070             MOVE FT-AMOUNT(BL-F) TO RT-DEPT-AMOUNT(BL-T)
006080         END-IF
006090     END-IF.
006100*
006110 2330-PICK-RATE.
006120     IF RT-COURSE-SW(BL-T) = 'Y'
006130     THEN
006140         MOVE RT-COURSE-AMOUNT(BL-T) TO RT-AMOUNT(BL-T)
006150     ELSE
006160         MOVE RT-DEPT-AMOUNT(BL-T) TO RT-AMOUNT(BL-T)
006170     END-IF.
006180*
006190******************************************************************
006200* RELEASES ONE PRICED ROW FOR THE CURRENT REGISTRATION - A FEE ***
006210* TYPE WITH NO RATE IS NOT BILLED ***
006220******************************************************************
006230 2400-RELEASE-FEE.
006240     IF RT-AMOUNT(BL-T) > 0
006250     THEN
006260         MOVE SPACES TO SORT-BILL-REC
006270         MOVE RD-STUDENT-ID TO SB-STUDENT-ID
006280         MOVE RD-KEY TO SB-KEY
006290         MOVE FEE-TYPE-CODE(BL-T) TO SB-FEE-TYPE
006300         MOVE CH-TERM TO SB-TERM
006310         MOVE RT-AMOUNT(BL-T) TO SB-AMOUNT
006320         MOVE RD-STUDENT-NAME TO SB-STUDENT-NAME
006330         RELEASE SORT-BILL-REC
006340         ADD 1 TO BL-ROWS-PRICED
006350     END-IF.
006360*
006370******************************************************************
006380* MATCHES TONIGHT'S IMAGE AGAINST THE PRIOR NIGHT'S ON ***
006390* STUDENT, SECTION AND FEE TYPE AND WRITES THE NET MOVEMENTS ***
006400* TO THE CHARGE FILE.  NO PRIOR IMAGE (FIRST RUN OF A TERM) ***
006410* BILLS EVERYTHING AS NEW AND IS FLAGGED ON THE REPORT ***
006420******************************************************************
006430 3000-POST-CHANGES.
006440     OPEN INPUT NEWBILL-FILE
006450         OUTPUT CHARGE-FILE.
006452     SET NEWBILL-OPEN TO TRUE.
006454     SET CHARGE-OPEN TO TRUE.
006460     OPEN INPUT PRIOR-FILE.
006470     IF BL-PRIOR-STATUS NOT = '00'
006480     THEN
006490         CLOSE PRIOR-FILE
006500         SET PRIOR-EOF TO TRUE
006502         SET NO-PRIOR-IMAGE TO TRUE
006504         DISPLAY 'DA-S-BILLED NOT FOUND - EVERY ROW BILLED AS NEW'
006510         MOVE HIGH-VALUES TO BL-OLD-KEY
006520     ELSE
006530         SET PRIOR-OPEN TO TRUE
006540         PERFORM 7300-READ-PRIOR
006550     END-IF.
006560     PERFORM 7200-READ-NEWBILL.
006570     PERFORM 3100-MATCH THRU 3100-EXIT
006580             UNTIL NEWBILL-EOF AND PRIOR-EOF.
006590     CLOSE NEWBILL-FILE, CHARGE-FILE.
006592     MOVE 'N' TO NEWBILL-OPEN-SW.
006594     MOVE 'N' TO CHARGE-OPEN-SW.
006600     IF PRIOR-OPEN
006610     THEN
006620         CLOSE PRIOR-FILE
006622         MOVE 'N' TO PRIOR-OPEN-SW
006630     END-IF.
006640 3000-EXIT.
006650     EXIT.
006660*
006670 3100-MATCH.
006680     EVALUATE TRUE
006690         WHEN BL-NEW-KEY < BL-OLD-KEY
006700             PERFORM 3200-NEW-ONLY
006710         WHEN BL-NEW-KEY = BL-OLD-KEY
006720             PERFORM 3300-MATCHED
006730         WHEN OTHER
006740             PERFORM 3400-PRIOR-ONLY
006750     END-EVALUATE.
006760 3100-EXIT.
006770     EXIT.
006780*
006790******************************************************************
006800* BILLED TONIGHT BUT NOT LAST NIGHT - A NEW CHARGE ***
006810******************************************************************
006820 3200-NEW-ONLY.
006830     MOVE SPACES TO CHARGE-DATA.
006840     MOVE 'C' TO CG-TRAN-CODE.
006850     MOVE BN-AMOUNT TO CG-AMOUNT.
006860     PERFORM 3500-WRITE-FROM-NEW.
006870     PERFORM 7200-READ-NEWBILL.
006880*
006890******************************************************************
006900* BILLED BOTH NIGHTS - ONLY A CHANGED AMOUNT (A FEE SCHEDULE ***
006910* CHANGE) MOVES, BY THE DIFFERENCE ***
006920******************************************************************
006930 3300-MATCHED.
006940     ADD BP-AMOUNT TO BL-PRIOR-TOTAL.
006950     MOVE SPACES TO CHARGE-DATA.
006960     EVALUATE TRUE
006970         WHEN BN-AMOUNT > BP-AMOUNT
006980             MOVE 'C' TO CG-TRAN-CODE
006990             COMPUTE CG-AMOUNT = BN-AMOUNT - BP-AMOUNT
007000             PERFORM 3500-WRITE-FROM-NEW
007010         WHEN BN-AMOUNT < BP-AMOUNT
007020             MOVE 'R' TO CG-TRAN-CODE
007030             COMPUTE CG-AMOUNT = BP-AMOUNT - BN-AMOUNT
007040             PERFORM 3500-WRITE-FROM-NEW
007050         WHEN OTHER
007060             ADD BN-AMOUNT TO BL-IMAGE-TOTAL
007070             ADD 1 TO BL-UNCHANGED
007080             PERFORM 3700-COUNT-STUDENT
007090     END-EVALUATE.
007100     PERFORM 7200-READ-NEWBILL.
007110     PERFORM 7300-READ-PRIOR.
007120*
007130******************************************************************
007140* BILLED LAST NIGHT BUT NOT TONIGHT - THE REGISTRATION WAS ***
007150* DROPPED (OR ITS FEE REMOVED), SO THE FULL AMOUNT IS CREDITED ***
007160******************************************************************
007170 3400-PRIOR-ONLY.
007180     ADD BP-AMOUNT TO BL-PRIOR-TOTAL.
007190     MOVE SPACES TO CHARGE-DATA.
007200     MOVE BP-STUDENT-ID TO CG-STUDENT-ID.
007210     MOVE CH-TERM TO CG-TERM.
007220     MOVE 'R' TO CG-TRAN-CODE.
007230     MOVE BP-FEE-TYPE TO CG-FEE-TYPE.
007240     MOVE BP-KEY TO CG-KEY.
007250     MOVE BP-AMOUNT TO CG-AMOUNT.
007260     MOVE BL-RUN-DATE TO CG-POST-DATE.
007270     MOVE BP-STUDENT-NAME TO CG-STUDENT-NAME.
007280     PERFORM 3600-WRITE-CHARGE.
007290     PERFORM 7300-READ-PRIOR.
007300*
007310******************************************************************
007320* FILLS THE CHARGE RECORD FROM TONIGHT'S IMAGE ROW AND WRITES ***
007330* IT - THE CALLER HAS SET THE CODE AND THE AMOUNT ***
007340******************************************************************
007350 3500-WRITE-FROM-NEW.
007360     ADD BN-AMOUNT TO BL-IMAGE-TOTAL.
007370     MOVE BN-STUDENT-ID TO CG-STUDENT-ID.
007380     MOVE CH-TERM TO CG-TERM.
007390     MOVE BN-FEE-TYPE TO CG-FEE-TYPE.
007400     MOVE BN-KEY TO CG-KEY.
007410     MOVE BL-RUN-DATE TO CG-POST-DATE.
007420     MOVE BN-STUDENT-NAME TO CG-STUDENT-NAME.
007430     PERFORM 3600-WRITE-CHARGE.
007440     PERFORM 3700-COUNT-STUDENT.
007450*
007460 3600-WRITE-CHARGE.
007470     IF CG-TRAN-CODE = 'C'
007480     THEN
007490         ADD 1 TO BL-CHARGE-COUNT
007500         ADD CG-AMOUNT TO BL-CHARGE-TOTAL
007510     ELSE
007520         ADD 1 TO BL-CREDIT-COUNT
007530         ADD CG-AMOUNT TO BL-CREDIT-TOTAL
007540     END-IF.
007550     WRITE CHARGE-DATA.
007560*
007570******************************************************************
007580* COUNTS EACH STUDENT ON TONIGHT'S IMAGE ONCE - THE IMAGE IS ***
007590* IN STUDENT SEQUENCE ***
007600******************************************************************
007610 3700-COUNT-STUDENT.
007620     IF BL-N-STUDENT NOT = BL-LAST-STUDENT
007630     THEN
007640         ADD 1 TO BL-STUDENTS-BILLED
007650         MOVE BL-N-STUDENT TO BL-LAST-STUDENT
007660     END-IF.
007670*
007680******************************************************************
007690* CHECKS THE TRAILER COUNT AND CLASSLIMIT HASH TOTAL AGAINST ***
007700* WHAT WAS ACTUALLY READ, AND PROVES THE NIGHT'S MOVEMENTS - ***
007710* PRIOR IMAGE + CHARGES - CREDITS MUST EQUAL TONIGHT'S IMAGE, ***
007720* AND TONIGHT'S IMAGE MUST EQUAL THE REGISTRATION EXTENSION ***
007730******************************************************************
007740 6600-VERIFY-CONTROLS.
007750     IF NOT TRAILER-FOUND
007760     THEN
007770         SET CONTROL-FAILED TO TRUE
007780     END-IF.
007790     IF TRAILER-FOUND AND
007800        ( CT-COUNT NOT = BL-CTL-READ-COUNT
007810          OR CT-HASH NOT = BL-CTL-HASH-TOTAL )
007820     THEN
007830         SET CONTROL-FAILED TO TRUE
007840     END-IF.
007850     IF CONTROL-FAILED
007860     THEN
007870         MOVE CT-COUNT TO CF-EXP-COUNT
007880         MOVE CT-HASH TO CF-EXP-HASH
007890         MOVE BL-CTL-READ-COUNT TO CF-ACT-COUNT
007900         MOVE BL-CTL-HASH-TOTAL TO CF-ACT-HASH
007910         WRITE BALANCE-REC FROM BAL-CTL-FAIL
007920                 AFTER ADVANCING 2 LINES
007930         DISPLAY 'CONTROL TOTAL FAILURE ON DA-S-COURSE'
007940     END-IF.
007950     COMPUTE BL-PROVED-TOTAL = BL-PRIOR-TOTAL + BL-CHARGE-TOTAL
007960             - BL-CREDIT-TOTAL.
007970     IF BL-PROVED-TOTAL NOT = BL-IMAGE-TOTAL
007980       OR BL-IMAGE-TOTAL NOT = BL-EXTENDED-TOTAL
007990     THEN
008000         SET OUT-OF-BALANCE TO TRUE
008010         DISPLAY 'BILLING FEED OUT OF BALANCE'
008020     END-IF.
008030*
008040******************************************************************
008050* PRINTS THE RUN COUNTS AND THE BALANCING PROOF ***
008060******************************************************************
008070 8000-PRINT-TOTALS.
008080     MOVE SPACES TO BALANCE-REC.
008090     WRITE BALANCE-REC AFTER ADVANCING 1 LINE.
008100     MOVE 'REGISTRATIONS READ            ' TO BT-LABEL.
008110     MOVE BL-DETAILS-READ TO BT-COUNT.
008120     WRITE BALANCE-REC FROM BAL-COUNT-LINE
008130             AFTER ADVANCING 1 LINE.
008140     MOVE 'REGISTRATIONS WITH NO TUITION ' TO BT-LABEL.
008150     MOVE BL-UNPRICED TO BT-COUNT.
008160     WRITE BALANCE-REC FROM BAL-COUNT-LINE
008170             AFTER ADVANCING 1 LINE.
008180     MOVE 'STUDENTS BILLED               ' TO BT-LABEL.
008190     MOVE BL-STUDENTS-BILLED TO BT-COUNT.
008200     WRITE BALANCE-REC FROM BAL-COUNT-LINE
008210             AFTER ADVANCING 1 LINE.
008220     MOVE 'FEE ROWS ON TONIGHT''S IMAGE  ' TO BT-LABEL.
008230     MOVE BL-ROWS-PRICED TO BT-COUNT.
008240     WRITE BALANCE-REC FROM BAL-COUNT-LINE
008250             AFTER ADVANCING 1 LINE.
008260     MOVE 'FEE ROWS UNCHANGED            ' TO BT-LABEL.
008270     MOVE BL-UNCHANGED TO BT-COUNT.
008280     WRITE BALANCE-REC FROM BAL-COUNT-LINE
008290             AFTER ADVANCING 1 LINE.
008300     MOVE 'CHARGE RECORDS WRITTEN        ' TO BT-LABEL.
008310     MOVE BL-CHARGE-COUNT TO BT-COUNT.
008320     WRITE BALANCE-REC FROM BAL-COUNT-LINE
008330             AFTER ADVANCING 1 LINE.
008340     MOVE 'CREDIT RECORDS WRITTEN        ' TO BT-LABEL.
008350     MOVE BL-CREDIT-COUNT TO BT-COUNT.
008360     WRITE BALANCE-REC FROM BAL-COUNT-LINE
008370             AFTER ADVANCING 1 LINE.
008380     MOVE 'PRIOR ROWS FOR ANOTHER TERM   ' TO BT-LABEL.
008390     MOVE BL-PRIOR-OTHER-TERM TO BT-COUNT.
008400     WRITE BALANCE-REC FROM BAL-COUNT-LINE
008410             AFTER ADVANCING 1 LINE.
008420     MOVE 'FEE SCHEDULE RECORDS REJECTED ' TO BT-LABEL.
008430     MOVE BL-FEES-REJECTED TO BT-COUNT.
008440     WRITE BALANCE-REC FROM BAL-COUNT-LINE
008450             AFTER ADVANCING 1 LINE.
008460     MOVE SPACES TO BALANCE-REC.
008470     WRITE BALANCE-REC AFTER ADVANCING 1 LINE.
008480     MOVE 'PRIOR NIGHT''S BILLED IMAGE   ' TO BA-LABEL.
008490     MOVE BL-PRIOR-TOTAL TO BA-AMOUNT.
008500     WRITE BALANCE-REC FROM BAL-AMOUNT-LINE
008510             AFTER ADVANCING 1 LINE.
008520     MOVE '  PLUS CHARGES SENT           ' TO BA-LABEL.
008530     MOVE BL-CHARGE-TOTAL TO BA-AMOUNT.
008540     WRITE BALANCE-REC FROM BAL-AMOUNT-LINE
008550             AFTER ADVANCING 1 LINE.
008560     MOVE '  LESS CREDITS SENT           ' TO BA-LABEL.
008570     MOVE BL-CREDIT-TOTAL TO BA-AMOUNT.
008580     WRITE BALANCE-REC FROM BAL-AMOUNT-LINE
008590             AFTER ADVANCING 1 LINE.
008600     MOVE '  EQUALS                      ' TO BA-LABEL.
008610     MOVE BL-PROVED-TOTAL TO BA-AMOUNT.
008620     WRITE BALANCE-REC FROM BAL-AMOUNT-LINE
008630             AFTER ADVANCING 1 LINE.
008640     MOVE 'TONIGHT''S BILLED IMAGE        ' TO BA-LABEL.
008650     MOVE BL-IMAGE-TOTAL TO BA-AMOUNT.
008660     WRITE BALANCE-REC FROM BAL-AMOUNT-LINE
008670             AFTER ADVANCING 1 LINE.
008680     MOVE 'REGISTRATIONS TIMES RATES     ' TO BA-LABEL.
008690     MOVE BL-EXTENDED-TOTAL TO BA-AMOUNT.
008700     WRITE BALANCE-REC FROM BAL-AMOUNT-LINE
008710             AFTER ADVANCING 1 LINE.
008720     IF OUT-OF-BALANCE
008730     THEN
008740         MOVE '** OUT OF BALANCE - DO NOT SEND THE CHARGE FILE'
008750             TO BV-VERDICT
008760     ELSE
008770         MOVE 'IN BALANCE' TO BV-VERDICT
008780     END-IF.
008790     WRITE BALANCE-REC FROM BAL-VERDICT-LINE
008800             AFTER ADVANCING 2 LINES.
008801     IF NO-PRIOR-IMAGE
008802     THEN
008803         MOVE 'NO PRIOR BILLED IMAGE - EVERY ROW BILLED AS NEW'
008804             TO BV-VERDICT
008805         WRITE BALANCE-REC FROM BAL-VERDICT-LINE
008806                 AFTER ADVANCING 1 LINE
008807     END-IF.
008810*
008820******************************************************************
008830* READS DA-S-COURSE, SKIPPING THE HEADER AND CAPTURING THE ***
008840* TRAILER CONTROL RECORD, ACCUMULATING THE DATA-RECORD COUNT ***
008850* AND CLASSLIMIT HASH TOTAL, AND CHECKING KEY SEQUENCE ***
008860******************************************************************
008870 7000-READ-COURSE.
008880     READ COURSE-FILE INTO COURSE-DATA
008890             AT END SET END-OF-DATA TO TRUE
008900     END-READ.
008910     IF NOT END-OF-DATA AND C-ABB = 'HDR'
008920     THEN
008930         MOVE COURSE-DATA TO CONTROL-HEADER-REC
008940         GO TO 7000-READ-COURSE
008950     END-IF.
008960     IF NOT END-OF-DATA AND C-ABB = 'TRL'
008970     THEN
008980         MOVE COURSE-DATA TO CONTROL-TRAILER-REC
008990         MOVE 'Y' TO TRAILER-FOUND-SW
009000         GO TO 7000-READ-COURSE
009010     END-IF.
009020     IF NOT END-OF-DATA
009030     THEN
009040         ADD 1 TO BL-CTL-READ-COUNT
009050         ADD C-CLASSLIMIT TO BL-CTL-HASH-TOTAL
009060     END-IF.
009070     MOVE C-ABB TO BL-C-ABB.
009080     MOVE C-NUMB TO BL-C-NUMB.
009090     MOVE C-SEC TO BL-C-SEC.
009100     IF BL-COURSE-KEY < BL-PREV-COURSE-KEY
009110     THEN
009120         DISPLAY 'DA-S-COURSE OUT OF SEQUENCE AT KEY '
009130             BL-COURSE-KEY
009140         PERFORM 9900-SEQUENCE-ABORT
009150     END-IF.
009160     MOVE BL-COURSE-KEY TO BL-PREV-COURSE-KEY.
009170*
009180******************************************************************
009190* READS THE REGISTRATION DETAIL AND CHECKS ITS KEY/STUDENT ***
009200* SEQUENCE ***
009210******************************************************************
009220 7100-READ-DETAIL.
009230     READ REGDETL-FILE INTO REGDETL-DATA
009240             AT END SET REGDETL-EOF TO TRUE
009250             NOT AT END ADD 1 TO BL-DETAILS-READ
009260     END-READ.
009270     MOVE RD-ABB TO BL-D-ABB.
009280     MOVE RD-NUMB TO BL-D-NUMB.
009290     MOVE RD-SEC TO BL-D-SEC.
009300     MOVE RD-STUDENT-ID TO BL-D-STUDENT.
009310     IF BL-DETAIL-KEY < BL-PREV-DETAIL-KEY
009320     THEN
009330         DISPLAY 'DA-S-REGDETL OUT OF SEQUENCE AT KEY '
009340             BL-DETAIL-KEY
009350         PERFORM 9900-SEQUENCE-ABORT
009360     END-IF.
009370     MOVE BL-DETAIL-KEY TO BL-PREV-DETAIL-KEY.
009380*
009390******************************************************************
009400* READS TONIGHT'S SORTED IMAGE ***
009410******************************************************************
009420 7200-READ-NEWBILL.
009430     READ NEWBILL-FILE INTO NEWBILL-DATA
009440             AT END SET NEWBILL-EOF TO TRUE
009450     END-READ.
009460     MOVE BN-STUDENT-ID TO BL-N-STUDENT.
009470     MOVE BN-KEY TO BL-N-KEY.
009480     MOVE BN-FEE-TYPE TO BL-N-TYPE.
009490*
009500******************************************************************
009510* READS THE PRIOR NIGHT'S IMAGE, PASSING OVER ROWS BILLED TO ***
009520* ANOTHER TERM, AND CHECKS ITS SEQUENCE - AN IMAGE OUT OF ***
009530* ORDER WOULD CREDIT AND RE-CHARGE EVERY STUDENT AFTER THE ***
009540* BREAK ***
009550******************************************************************
009560 7300-READ-PRIOR.
009570     READ PRIOR-FILE INTO PRIOR-DATA
009580             AT END SET PRIOR-EOF TO TRUE
009590             NOT AT END ADD 1 TO BL-PRIOR-READ
009600     END-READ.
009610     IF NOT PRIOR-EOF AND BP-TERM NOT = CH-TERM
009620     THEN
009630         ADD 1 TO BL-PRIOR-OTHER-TERM
009640         GO TO 7300-READ-PRIOR
009650     END-IF.
009660     MOVE BP-STUDENT-ID TO BL-O-STUDENT.
009670     MOVE BP-KEY TO BL-O-KEY.
009680     MOVE BP-FEE-TYPE TO BL-O-TYPE.
009690     IF BL-OLD-KEY < BL-PREV-OLD-KEY
009700     THEN
009710         DISPLAY 'DA-S-BILLED OUT OF SEQUENCE AT KEY '
009720             BL-OLD-KEY
009730         PERFORM 9900-SEQUENCE-ABORT
009740     END-IF.
009750     MOVE BL-OLD-KEY TO BL-PREV-OLD-KEY.
009760*
009770******************************************************************
009780* CLOSES FILES ***
009790******************************************************************
009800 9000-TERMINATE.
009810     CLOSE COURSE-FILE, BALANCE-FILE.
009820*
009830******************************************************************
009840* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN THE ***
009850* CONTROL TOTALS FAILED OR THE FEED IS OUT OF BALANCE, 8 WHEN ***
009860* FEE SCHEDULE RECORDS WERE REJECTED, 4 WHEN ANY REGISTRATION ***
009870* HAS NO TUITION RATE OR THERE WAS NO PRIOR IMAGE, 0 OTHERWISE ***
009880******************************************************************
009890 9100-SET-RETURN-CODE.
009900     IF CONTROL-FAILED OR OUT-OF-BALANCE
009910     THEN
009920         MOVE 12 TO RETURN-CODE
009930     ELSE
009940         IF BL-FEES-REJECTED > 0
009950         THEN
009960             MOVE 8 TO RETURN-CODE
009970         ELSE
009980             IF BL-UNPRICED > 0 OR NO-PRIOR-IMAGE
009990             THEN
010000                 MOVE 4 TO RETURN-CODE
010010             END-IF
010020         END-IF
010030     END-IF.
010040*
010050******************************************************************
010060* ABORTS THE RUN WHEN AN INPUT FILE IS FOUND OUT OF KEY ***
010070* SEQUENCE - A MIS-SORTED INPUT WOULD SEND FALSE CHARGES AND ***
010080* CREDITS TO THE BURSAR, SO THE RUN STOPS INSTEAD.  ONLY THE ***
010082* FILES OPEN AT THE TIME ARE CLOSED ***
010090******************************************************************
010100 9900-SEQUENCE-ABORT.
010110     CLOSE COURSE-FILE, BALANCE-FILE.
010120     IF FEE-OPEN
010121     THEN
010122         CLOSE FEE-FILE
010123     END-IF.
010124     IF REGDETL-OPEN
010125     THEN
010126         CLOSE REGDETL-FILE
010127     END-IF.
010128     IF PRIOR-OPEN
010129     THEN
010130         CLOSE PRIOR-FILE
010131     END-IF.
010132     IF NEWBILL-OPEN
010133     THEN
010134         CLOSE NEWBILL-FILE
010135     END-IF.
010136     IF CHARGE-OPEN
010137     THEN
010138         CLOSE CHARGE-FILE
010139     END-IF.
010140     MOVE 16 TO RETURN-CODE.
010141     PERFORM 9500-WRITE-STATUS.
010150     STOP RUN.
010160*
010170******************************************************************
010180* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
010190* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
010200* THE MORNING OPERATIONS SUMMARY ***
010210******************************************************************
010220 9500-WRITE-STATUS.
010230     ACCEPT STL-DATE FROM DATE.
010240     ACCEPT STL-TIME FROM TIME.
010250     MOVE BL-DETAILS-READ TO STL-READ.
010260     COMPUTE STL-WRITTEN = BL-CHARGE-COUNT + BL-CREDIT-COUNT.
010270     COMPUTE STL-EXCEPTIONS = BL-UNPRICED + BL-FEES-REJECTED.
010280     MOVE RETURN-CODE TO STL-RETCODE.
010290     OPEN EXTEND STATUS-FILE.
010300     IF BL-STAT-STATUS NOT = '00'
010310     THEN
010320         OPEN OUTPUT STATUS-FILE
010330     END-IF.
010340     WRITE STATUS-REC FROM STATUS-LINE.
010350     CLOSE STATUS-FILE.
