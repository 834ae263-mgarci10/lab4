000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GENBKUP.
000030 AUTHOR. M GARCIA.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  MG    INITIAL WRITE - DATED GENERATION BACKUP OF
000110*                   THE MASTERS THE NIGHT STREAM REWRITES
000120*----------------------------------------------------------------
000130*
000140* FIRST STEP OF THE NIGHT STREAM, BEFORE CRSMAINT OR ANY OTHER
000150* PROGRAM WRITES A NEW MASTER.  IT COPIES DA-S-COURSE,
000160* DA-S-REGDETL, DA-S-WAITLST, DA-S-OFFER AND DA-S-INSTRUCTOR
000170* INTO THE GENERATION STORE (DA-S-GENSTOR) AS ONE GENERATION
000180* DATED TODAY, AND RECORDS THAT GENERATION ON THE CATALOG
000190* (DA-S-GENCAT) - ONE ENTRY PER FILE WITH THE DATE, THE TERM
000200* FROM THE MASTER'S HEADER, THE RECORD COUNT AND A HASH TOTAL.
000210* FOR THE COURSE MASTER THE COUNT AND HASH ARE THE CONTROL
000220* TRAILER'S, CHECKED AGAINST WHAT WAS COPIED; THE OTHER FILES
000230* CARRY NO TRAILER, SO THE PROGRAM COUNTS THEM ITSELF AND
000240* HASHES THE STUDENT ID (REGISTRATIONS, WAIT LIST, OFFERS) -
000250* THE INSTRUCTOR CROSS-REFERENCE IS CARRIED ON ITS COUNT ALONE.
000260* THE NEWEST GB-KEEP-GENS GENERATIONS ARE KEPT AND OLDER ONES
000270* ROLL OFF; A RERUN ON THE SAME DATE REPLACES THAT DATE'S
000280* GENERATION.  THE STORE IS REBUILT IN DA-S-GENWORK AND COPIED
000290* BACK ONLY WHEN THE COURSE MASTER PASSES ITS CONTROL TOTALS,
000300* SO A DAMAGED MASTER NEVER PUSHES A GOOD GENERATION OFF.
000310* GENRSTR PUTS ANY CATALOGED GENERATION BACK.
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSE' ORGANIZATION
000380             IS LINE SEQUENTIAL.
000390     SELECT OPTIONAL REGDETL-FILE ASSIGN TO 'DA-S-REGDETL'
000400             ORGANIZATION IS LINE SEQUENTIAL
000410             FILE STATUS IS GB-FILE-STATUS.
000420     SELECT OPTIONAL WAITLST-FILE ASSIGN TO 'DA-S-WAITLST'
000430             ORGANIZATION IS LINE SEQUENTIAL
000440             FILE STATUS IS GB-FILE-STATUS.
000450     SELECT OPTIONAL OFFER-FILE ASSIGN TO 'DA-S-OFFER'
000460             ORGANIZATION IS LINE SEQUENTIAL
000470             FILE STATUS IS GB-FILE-STATUS.
000480     SELECT OPTIONAL INSTR-FILE ASSIGN TO 'DA-S-INSTRUCTOR'
000490             ORGANIZATION IS LINE SEQUENTIAL
000500             FILE STATUS IS GB-FILE-STATUS.
000510     SELECT OPTIONAL GENSTOR-FILE ASSIGN TO 'DA-S-GENSTOR'
000520             ORGANIZATION IS LINE SEQUENTIAL
000530             FILE STATUS IS GB-STOR-STATUS.
000540     SELECT GENWORK-FILE ASSIGN TO 'DA-S-GENWORK' ORGANIZATION
000550             IS LINE SEQUENTIAL.
000560     SELECT OPTIONAL GENCAT-FILE ASSIGN TO 'DA-S-GENCAT'
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS GB-CAT-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO 'UR-S-GENBKUP' ORGANIZATION
000600             IS LINE SEQUENTIAL.
000610     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS GB-PARM-STATUS.
000640     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS GB-STAT-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700******************************************************************
000710* THE FIVE FILES BACKED UP - COPIED WHOLE, SO ONLY THE RECORD ***
000720* IMAGE MATTERS HERE (SEE IMAGE-WORK FOR THE FIELDS HASHED) ***
000730******************************************************************
000740 FD  COURSE-FILE.
000750 01  COURSE-REC PIC X(80).
000760 FD  REGDETL-FILE.
000770 01  REGDETL-REC PIC X(80).
000780 FD  WAITLST-FILE.
000790 01  WAITLST-REC PIC X(80).
000800 FD  OFFER-FILE.
000810 01  OFFER-REC PIC X(80).
000820 FD  INSTR-FILE.
000830 01  INSTR-REC PIC X(80).
000840*
000850******************************************************************
000860* GENERATION STORE - EVERY RECORD OF EVERY FILE OF EVERY KEPT ***
000870* GENERATION, TAGGED WITH THE GENERATION DATE, THE FILE IT ***
000880* CAME FROM, AND ITS POSITION IN THAT FILE, IN DATE ORDER ***
000890******************************************************************
000900 FD  GENSTOR-FILE.
000910 01  GENSTOR-DATA.
000920     88  GENSTOR-EOF VALUE HIGH-VALUES.
000930     03  GS-DATE PIC 9(6).
000940     03  GS-FILE PIC X(8).
000950     03  GS-SEQ PIC 9(6).
000960     03  GS-IMAGE PIC X(80).
000970*
000980******************************************************************
000990* THE STORE AS REBUILT TONIGHT - SAME LAYOUT ***
001000******************************************************************
001010 FD  GENWORK-FILE.
001020 01  GENWORK-DATA.
001030     88  GENWORK-EOF VALUE HIGH-VALUES.
001040     03  GW-DATE PIC 9(6).
001050     03  GW-FILE PIC X(8).
001060     03  GW-SEQ PIC 9(6).
001070     03  GW-IMAGE PIC X(80).
001080*
001090******************************************************************
001100* GENERATION CATALOG - ONE ENTRY PER FILE PER GENERATION, IN ***
001110* DATE ORDER ***
001120******************************************************************
001130 FD  GENCAT-FILE.
001140 01  GENCAT-DATA.
001150     88  GENCAT-EOF VALUE HIGH-VALUES.
001160     03  GC-DATE PIC 9(6).
001170     03  GC-FILE PIC X(8).
001180     03  GC-TERM PIC X(6).
001190     03  GC-COUNT PIC 9(6).
001200     03  GC-HASH PIC 9(12).
001210     03  FILLER PIC X(42).
001220*
001230 FD  REPORT-FILE.
001240 01  REPORT-REC PIC X(132).
001250*
001260******************************************************************
001270* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES ONLY THE ***
001280* EXPECTED TERM CODE IN COLS 29-34 (SEE LAB4 FOR THE FULL ***
001290* CARD LAYOUT) ***
001300******************************************************************
001310 FD  PARM-FILE.
001320 01  PARM-CARD.
001330     03  FILLER PIC X(28).
001340     03  PMC-TERM PIC X(6).
001350     03  FILLER PIC X(46).
001360*
001370******************************************************************
001380* SHARED RUN-STATUS FILE - ONE RECORD APPENDED PER PROGRAM ***
001390* RUN, READ BY RUNSUMM FOR THE OPERATIONS SUMMARY ***
001400******************************************************************
001410 FD  STATUS-FILE.
001420 01  STATUS-REC PIC X(80).
001430*
001440 WORKING-STORAGE SECTION.
001450 77  GB-RECORDS-COPIED PIC 9(6) VALUE 0.
001460 77  GB-STORE-READ PIC 9(7) VALUE 0.
001470 77  GB-STORE-WRITTEN PIC 9(7) VALUE 0.
001480 77  GB-GENS-DROPPED PIC 9(3) VALUE 0.
001490 77  GB-DROPPED-COUNT PIC 9(5) VALUE 0.
001500 77  GB-FILE-COUNT PIC 9(6) VALUE 0.
001510 77  GB-FILE-HASH PIC 9(12) VALUE 0.
001520 77  GB-CTL-READ-COUNT PIC 9(6) VALUE 0.
001530 77  GB-CTL-HASH-TOTAL PIC 9(12) VALUE 0.
001540 77  GB-KEEP-GENS PIC 99 VALUE 7.
001550 77  GB-MAX-CAT PIC 99 VALUE 60.
001560 77  GB-CAT-COUNT PIC 99 VALUE 0.
001570 77  GB-DATE-COUNT PIC 99 VALUE 0.
001580 77  GB-DROP-DATES PIC 99 VALUE 0.
001590 77  GB-C PIC 99 VALUE 0.
001600 77  GB-D PIC 99 VALUE 0.
001610 77  GB-N PIC 9 VALUE 0.
001620 77  GB-RUN-DATE PIC 9(6) VALUE 0.
001630 77  GB-FILE-STATUS PIC XX VALUE '00'.
001640 77  GB-STOR-STATUS PIC XX VALUE '00'.
001650 77  GB-CAT-STATUS PIC XX VALUE '00'.
001660 77  GB-PARM-STATUS PIC XX VALUE '00'.
001670 77  GB-STAT-STATUS PIC XX VALUE '00'.
001680 77  GB-PARM-TERM PIC X(6) VALUE SPACES.
001690 01  MISC.
001700     03  FILE-EOF-SW PIC X VALUE 'N'.
001710         88  FILE-EOF VALUE 'Y'.
001720     03  FILE-OPEN-SW PIC X VALUE 'N'.
001730         88  FILE-OPEN VALUE 'Y'.
001740     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
001750         88  TRAILER-FOUND VALUE 'Y'.
001760     03  CONTROL-FAIL-SW PIC X VALUE 'N'.
001770         88  CONTROL-FAILED VALUE 'Y'.
001780     03  DATE-FOUND-SW PIC X VALUE 'N'.
001790         88  DATE-FOUND VALUE 'Y'.
001800     03  GB-GEN-TERM PIC X(6) VALUE SPACES.
001810*
001820 01  CONTROL-HEADER-REC.
001830     03  CH-ID PIC XXX VALUE SPACES.
001840     03  CH-CREATE-DATE PIC 9(6) VALUE ZERO.
001850     03  CH-TERM PIC X(6) VALUE SPACES.
001860     03  FILLER PIC X(65).
001870 01  CONTROL-TRAILER-REC.
001880     03  CT-ID PIC XXX VALUE SPACES.
001890     03  CT-COUNT PIC 9(5) VALUE ZERO.
001900     03  CT-HASH PIC 9(7) VALUE ZERO.
001910     03  FILLER PIC X(65).
001920*
001930******************************************************************
001940* ONE RECORD BEING COPIED, WITH THE VIEWS THE HASH TOTALS ***
001950* ARE TAKEN FROM - THE COURSE CLASS LIMIT, THE REGISTRATION ***
001960* STUDENT ID, AND THE WAIT-LIST/OFFER STUDENT ID (THOSE TWO ***
001970* FILES SHARE KEY, PRIORITY, ID) ***
001980******************************************************************
001990 01  IMAGE-WORK.
002000     03  IW-ABB PIC XXX.
002010     03  FILLER PIC X(27).
002020     03  IW-SEATS-REMAINING PIC S999.
002030     03  IW-CLASSLIMIT PIC 999.
002040     03  FILLER PIC X(44).
002050 01  IMAGE-REG REDEFINES IMAGE-WORK.
002060     03  FILLER PIC X(10).
002070     03  IW-REG-STUDENT-ID PIC 9(7).
002080     03  FILLER PIC X(63).
002090 01  IMAGE-QUEUE REDEFINES IMAGE-WORK.
002100     03  FILLER PIC X(10).
002110     03  IW-Q-PRIORITY PIC 9(3).
002120     03  IW-Q-STUDENT-ID PIC 9(7).
002130     03  FILLER PIC X(60).
002140*
002150******************************************************************
002160* THE CATALOG AS READ, WITH A KEEP FLAG SET PER ENTRY, AND THE ***
002170* DISTINCT GENERATION DATES ON IT IN DATE ORDER ***
002180******************************************************************
002190 01  CAT-TABLE.
002200     05  CAT-ENTRY OCCURS 60 TIMES.
002210         10  CE-DATE PIC 9(6).
002220         10  CE-FILE PIC X(8).
002230         10  CE-TERM PIC X(6).
002240         10  CE-COUNT PIC 9(6).
002250         10  CE-HASH PIC 9(12).
002260         10  CE-KEEP PIC X.
002270 01  DATE-TABLE.
002280     05  DATE-ENTRY OCCURS 60 TIMES.
002290         10  DT-DATE PIC 9(6).
002300         10  DT-KEEP PIC X.
002310*
002320******************************************************************
002330* TONIGHT'S CATALOG ENTRIES, ONE PER FILE IN BACKUP ORDER ***
002340******************************************************************
002350 01  NEW-CAT-TABLE.
002360     05  NEW-CAT-ENTRY OCCURS 5 TIMES.
002370         10  NC-FILE PIC X(8).
002380         10  NC-COUNT PIC 9(6).
002390         10  NC-HASH PIC 9(12).
002400         10  NC-FOUND PIC X.
002410*
002420******************************************************************
002430* DESCRIPTION OF BACKUP REPORT HEADING, DETAIL, AND TOTAL ***
002435* LINES ***
002440******************************************************************
002450 01  BKUP-HEADING1.
002460     03  FILLER PIC X(10) VALUE SPACES.
002470     03  FILLER PIC X(30) VALUE 'GENERATION BACKUP - GENERATION'.
002480     03  FILLER PIC X VALUE SPACES.
002490     03  BH-DATE PIC 9(6).
002500     03  FILLER PIC X(7) VALUE '  TERM '.
002510     03  BH-TERM PIC X(6).
002520 01  BKUP-HEADING2.
002530     03  FILLER PIC X(10) VALUE SPACES.
002540     03  FILLER PIC X(8) VALUE 'DATE'.
002550     03  FILLER PIC X(10) VALUE 'FILE'.
002560     03  FILLER PIC X(8) VALUE 'TERM'.
002570     03  FILLER PIC X(9) VALUE '  RECORDS'.
002580     03  FILLER PIC X(15) VALUE '           HASH'.
002590     03  FILLER PIC X(3) VALUE SPACES.
002600     03  FILLER PIC X(10) VALUE 'GENERATION'.
002610 01  BKUP-DETAIL.
002620     03  FILLER PIC X(10) VALUE SPACES.
002630     03  BD-DATE PIC 9(6).
002640     03  FILLER PIC X(2) VALUE SPACES.
002650     03  BD-FILE PIC X(8).
002660     03  FILLER PIC X(2) VALUE SPACES.
002670     03  BD-TERM PIC X(6).
002680     03  FILLER PIC X(2) VALUE SPACES.
002690     03  BD-COUNT PIC ZZZZZZ9.
002700     03  FILLER PIC X(2) VALUE SPACES.
002710     03  BD-HASH PIC ZZZZZZZZZZZ9.
002720     03  FILLER PIC X(6) VALUE SPACES.
002730     03  BD-ACTION PIC X(30).
002740 01  BKUP-MSG-LINE.
002750     03  FILLER PIC X(10) VALUE SPACES.
002760     03  BM-TEXT PIC X(70).
002770 01  BKUP-TOTAL-LINE.
002780     03  FILLER PIC X(10) VALUE SPACES.
002790     03  BT-LABEL PIC X(34).
002800     03  BT-COUNT PIC ZZZZZZ9.
002810 01  BKUP-CTL-FAIL.
002820     03  FILLER PIC X(10) VALUE SPACES.
002830     03  FILLER PIC X(32) VALUE
002840             'CONTROL TOTAL FAILURE - EXPECTED'.
002850     03  FILLER PIC X VALUE SPACES.
002860     03  CF-EXP-COUNT PIC ZZZZ9.
002870     03  FILLER PIC X VALUE '/'.
002880     03  CF-EXP-HASH PIC ZZZZZZ9.
002890     03  FILLER PIC X(6) VALUE ' READ '.
002900     03  CF-ACT-COUNT PIC ZZZZ9.
002910     03  FILLER PIC X VALUE '/'.
002920     03  CF-ACT-HASH PIC ZZZZZZ9.
002930*
002940******************************************************************
002950* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
002960* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
002970******************************************************************
002980 01  STATUS-LINE.
002990     03  STL-PROGRAM PIC X(8) VALUE 'GENBKUP'.
003000     03  FILLER PIC X VALUE SPACES.
003010     03  STL-DATE PIC 9(6) VALUE 0.
003020     03  FILLER PIC X VALUE SPACES.
003030     03  STL-TIME PIC 9(8) VALUE 0.
003040     03  FILLER PIC X VALUE SPACES.
003050     03  STL-READ PIC 9(5) VALUE 0.
003060     03  FILLER PIC X VALUE SPACES.
003070     03  STL-WRITTEN PIC 9(5) VALUE 0.
003080     03  FILLER PIC X VALUE SPACES.
003090     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
003100     03  FILLER PIC X VALUE SPACES.
003110     03  STL-RETCODE PIC 99 VALUE 0.
003120     03  FILLER PIC X(35) VALUE SPACES.
003130*
003140 PROCEDURE DIVISION.
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE.
003170     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT.
003180     PERFORM 2500-MARK-RETAINED.
003190     PERFORM 3000-COPY-RETAINED THRU 3000-EXIT.
003200     PERFORM 4000-BACKUP-FILES.
003210     CLOSE GENWORK-FILE.
003220     PERFORM 6600-VERIFY-CONTROLS.
003230     IF NOT CONTROL-FAILED
003240     THEN
003250         PERFORM 5000-REPLACE-STORE
003260         PERFORM 5500-WRITE-CATALOG
003270     END-IF.
003280     PERFORM 8000-PRINT-TOTALS.
003290     PERFORM 9000-TERMINATE.
003300     PERFORM 9100-SET-RETURN-CODE.
003310     PERFORM 9500-WRITE-STATUS.
003320     STOP RUN.
003330*
003340******************************************************************
003350* OPENS FILES, READS THE PARM CARD, AND TAKES THE TERM FROM ***
003360* THE COURSE MASTER'S HEADER - THE WHOLE GENERATION IS FILED ***
003370* UNDER IT ***
003380******************************************************************
003390 1000-INITIALIZE.
003400     ACCEPT GB-RUN-DATE FROM DATE.
003410     OPEN OUTPUT REPORT-FILE.
003420     OPEN INPUT PARM-FILE.
003430     READ PARM-FILE INTO PARM-CARD
003440             AT END CONTINUE
003450             NOT AT END MOVE PMC-TERM TO GB-PARM-TERM
003460     END-READ.
003470     CLOSE PARM-FILE.
003480     OPEN INPUT COURSE-FILE.
003490     READ COURSE-FILE INTO IMAGE-WORK
003500             AT END MOVE SPACES TO IMAGE-WORK
003510     END-READ.
003520     IF IW-ABB = 'HDR'
003530     THEN
003540         MOVE IMAGE-WORK TO CONTROL-HEADER-REC
003550     END-IF.
003560     CLOSE COURSE-FILE.
003570     MOVE CH-TERM TO GB-GEN-TERM.
003580     PERFORM 1100-VERIFY-TERM.
003590     MOVE GB-RUN-DATE TO BH-DATE.
003600     MOVE GB-GEN-TERM TO BH-TERM.
003610     WRITE REPORT-REC FROM BKUP-HEADING1
003620             AFTER ADVANCING PAGE.
003630     WRITE REPORT-REC FROM BKUP-HEADING2
003640             AFTER ADVANCING 2 LINES.
003650     MOVE SPACES TO REPORT-REC.
003660     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
003670     MOVE 'COURSE  ' TO NC-FILE(1).
003680     MOVE 'REGDETL ' TO NC-FILE(2).
003690     MOVE 'WAITLST ' TO NC-FILE(3).
003700     MOVE 'OFFER   ' TO NC-FILE(4).
003710     MOVE 'INSTRUCT' TO NC-FILE(5).
003720*
003730******************************************************************
003740* STOPS THE RUN COLD WHEN THE TERM CODE ON THE PARM CARD DOES ***
003750* NOT MATCH THE TERM THE MASTER'S HEADER CARRIES ***
003760******************************************************************
003770 1100-VERIFY-TERM.
003780     IF GB-PARM-TERM NOT = SPACES
003790       AND GB-PARM-TERM NOT = CH-TERM
003800     THEN
003810         DISPLAY 'TERM MISMATCH - PARM ' GB-PARM-TERM
003820             ' BUT DA-S-COURSE CARRIES ' CH-TERM
003830         CLOSE REPORT-FILE
003840         MOVE 20 TO RETURN-CODE
003850         PERFORM 9500-WRITE-STATUS
003860         STOP RUN
003870     END-IF.
003880*
003890******************************************************************
003900* LOADS THE CATALOG AND BUILDS THE LIST OF GENERATION DATES ON ***
003910* IT.  NO CATALOG MEANS THIS IS THE FIRST GENERATION ***
003920******************************************************************
003930 2000-LOAD-CATALOG.
003940     OPEN INPUT GENCAT-FILE.
003950     IF GB-CAT-STATUS NOT = '00'
003960     THEN
003970         CLOSE GENCAT-FILE
003980         GO TO 2000-EXIT
003990     END-IF.
004000     READ GENCAT-FILE
004010             AT END SET GENCAT-EOF TO TRUE
004020     END-READ.
004030     PERFORM 2100-LOAD-ONE-ENTRY
004040             UNTIL GENCAT-EOF.
004050     CLOSE GENCAT-FILE.
004060 2000-EXIT.
004070     EXIT.
004080*
004090 2100-LOAD-ONE-ENTRY.
004100     IF GB-CAT-COUNT < GB-MAX-CAT
004110     THEN
004120         ADD 1 TO GB-CAT-COUNT
004130         MOVE GC-DATE TO CE-DATE(GB-CAT-COUNT)
004140         MOVE GC-FILE TO CE-FILE(GB-CAT-COUNT)
004150         MOVE GC-TERM TO CE-TERM(GB-CAT-COUNT)
004160         MOVE GC-COUNT TO CE-COUNT(GB-CAT-COUNT)
004170         MOVE GC-HASH TO CE-HASH(GB-CAT-COUNT)
004180         MOVE 'N' TO CE-KEEP(GB-CAT-COUNT)
004190         MOVE 'N' TO DATE-FOUND-SW
004200         PERFORM 2150-FIND-DATE
004210                 VARYING GB-D FROM 1 BY 1
004220                 UNTIL GB-D > GB-DATE-COUNT
004230         IF NOT DATE-FOUND
004240         THEN
004250             ADD 1 TO GB-DATE-COUNT
004260             MOVE GC-DATE TO DT-DATE(GB-DATE-COUNT)
004270             MOVE 'N' TO DT-KEEP(GB-DATE-COUNT)
004280         END-IF
004290     ELSE
004300         DISPLAY 'CATALOG TABLE FULL - ' GC-DATE ' ' GC-FILE
004310             ' NOT LOADED'
004320         ADD 1 TO GB-DROPPED-COUNT
004330     END-IF.
004340     READ GENCAT-FILE
004350             AT END SET GENCAT-EOF TO TRUE
004360     END-READ.
004370*
004380 2150-FIND-DATE.
004390     IF DT-DATE(GB-D) = GC-DATE
004400     THEN
004410         SET DATE-FOUND TO TRUE
004420     END-IF.
004430*
004440******************************************************************
004450* KEEPS THE NEWEST GB-KEEP-GENS LESS ONE OF THE EARLIER ***
004460* DATES - TONIGHT'S GENERATION MAKES UP THE SET.  TODAY'S ***
004470* OWN DATE, FROM AN EARLIER RUN TODAY, IS NEVER KEPT: ***
004475* TONIGHT REPLACES IT ***
004480******************************************************************
004490 2500-MARK-RETAINED.
004500     MOVE 0 TO GB-DROP-DATES.
004510     PERFORM 2550-COUNT-OLDER
004520             VARYING GB-D FROM 1 BY 1
004530             UNTIL GB-D > GB-DATE-COUNT.
004540     IF GB-DROP-DATES > GB-KEEP-GENS - 1
004550     THEN
004560         SUBTRACT GB-KEEP-GENS FROM GB-DROP-DATES
004570         ADD 1 TO GB-DROP-DATES
004580     ELSE
004590         MOVE 0 TO GB-DROP-DATES
004600     END-IF.
004610     PERFORM 2600-MARK-ONE-DATE
004620             VARYING GB-D FROM 1 BY 1
004630             UNTIL GB-D > GB-DATE-COUNT.
004640     PERFORM 2650-MARK-ONE-ENTRY
004650             VARYING GB-C FROM 1 BY 1
004660             UNTIL GB-C > GB-CAT-COUNT.
004670*
004680 2550-COUNT-OLDER.
004690     IF DT-DATE(GB-D) NOT = GB-RUN-DATE
004700     THEN
004710         ADD 1 TO GB-DROP-DATES
004720     END-IF.
004730*
004740******************************************************************
004750* THE DATES ARE IN CATALOG ORDER, OLDEST FIRST, SO THE FIRST ***
004760* GB-DROP-DATES OF THE EARLIER DATES ROLL OFF ***
004770******************************************************************
004780 2600-MARK-ONE-DATE.
004790     IF DT-DATE(GB-D) NOT = GB-RUN-DATE
004800     THEN
004810         IF GB-DROP-DATES > 0
004820         THEN
004830             SUBTRACT 1 FROM GB-DROP-DATES
004840             ADD 1 TO GB-GENS-DROPPED
004850         ELSE
004860             MOVE 'Y' TO DT-KEEP(GB-D)
004870         END-IF
004880     END-IF.
004890*
004900 2650-MARK-ONE-ENTRY.
004910     PERFORM 2660-MATCH-ENTRY-DATE
004920             VARYING GB-D FROM 1 BY 1
004930             UNTIL GB-D > GB-DATE-COUNT.
004940*
004950 2660-MATCH-ENTRY-DATE.
004960     IF DT-DATE(GB-D) = CE-DATE(GB-C)
004970     THEN
004980         MOVE DT-KEEP(GB-D) TO CE-KEEP(GB-C)
004990     END-IF.
005000*
005010******************************************************************
005020* STARTS THE REBUILT STORE WITH THE RECORDS OF THE GENERATIONS ***
005030* BEING KEPT ***
005040******************************************************************
005050 3000-COPY-RETAINED.
005060     OPEN OUTPUT GENWORK-FILE.
005070     OPEN INPUT GENSTOR-FILE.
005080     IF GB-STOR-STATUS NOT = '00'
005090     THEN
005100         CLOSE GENSTOR-FILE
005110         GO TO 3000-EXIT
005120     END-IF.
005130     READ GENSTOR-FILE
005140             AT END SET GENSTOR-EOF TO TRUE
005150     END-READ.
005160     PERFORM 3100-COPY-ONE-STORED
005170             UNTIL GENSTOR-EOF.
005180     CLOSE GENSTOR-FILE.
005190 3000-EXIT.
005200     EXIT.
005210*
005220 3100-COPY-ONE-STORED.
005230     ADD 1 TO GB-STORE-READ.
005240     MOVE 'N' TO DATE-FOUND-SW.
005250     PERFORM 3150-CHECK-KEPT-DATE
005260             VARYING GB-D FROM 1 BY 1
005270             UNTIL GB-D > GB-DATE-COUNT.
005280     IF DATE-FOUND
005290     THEN
005300         WRITE GENWORK-DATA FROM GENSTOR-DATA
005310         ADD 1 TO GB-STORE-WRITTEN
005320     END-IF.
005330     READ GENSTOR-FILE
005340             AT END SET GENSTOR-EOF TO TRUE
005350     END-READ.
005360*
005370 3150-CHECK-KEPT-DATE.
005380     IF DT-DATE(GB-D) = GS-DATE AND DT-KEEP(GB-D) = 'Y'
005390     THEN
005400         SET DATE-FOUND TO TRUE
005410     END-IF.
005420*
005430******************************************************************
005440* APPENDS TONIGHT'S GENERATION - ALL FIVE FILES - TO THE ***
005450* REBUILT STORE.  A FILE THAT IS NOT THERE IS CATALOGED WITH ***
005460* NO RECORDS AND COMES BACK EMPTY ON A RESTORE ***
005470******************************************************************
005480 4000-BACKUP-FILES.
005490     PERFORM 4100-BACKUP-COURSE THRU 4100-EXIT.
005500     PERFORM 4200-BACKUP-REGDETL THRU 4200-EXIT.
005510     PERFORM 4300-BACKUP-WAITLST THRU 4300-EXIT.
005520     PERFORM 4400-BACKUP-OFFER THRU 4400-EXIT.
005530     PERFORM 4500-BACKUP-INSTR THRU 4500-EXIT.
005540*
005550******************************************************************
005560* THE COURSE MASTER GOES ACROSS WITH ITS HEADER AND TRAILER. ***
005570* ITS CATALOG COUNT AND HASH ARE THE TRAILER'S ***
005580******************************************************************
005590 4100-BACKUP-COURSE.
005600     MOVE 1 TO GB-N.
005610     PERFORM 4900-START-FILE.
005620     OPEN INPUT COURSE-FILE.
005630     READ COURSE-FILE INTO IMAGE-WORK
005640             AT END SET FILE-EOF TO TRUE
005650     END-READ.
005660     PERFORM 4150-BACKUP-ONE-COURSE
005670             UNTIL FILE-EOF.
005680     CLOSE COURSE-FILE.
005690     MOVE CT-COUNT TO NC-COUNT(GB-N).
005700     MOVE CT-HASH TO NC-HASH(GB-N).
005710     MOVE 'Y' TO NC-FOUND(GB-N).
005720 4100-EXIT.
005730     EXIT.
005740*
005750 4150-BACKUP-ONE-COURSE.
005760     IF IW-ABB = 'TRL'
005770     THEN
005780         MOVE IMAGE-WORK TO CONTROL-TRAILER-REC
005790         SET TRAILER-FOUND TO TRUE
005800     ELSE
005810         IF IW-ABB NOT = 'HDR'
005820         THEN
005830             ADD 1 TO GB-CTL-READ-COUNT
005840             ADD IW-CLASSLIMIT TO GB-CTL-HASH-TOTAL
005850         END-IF
005860     END-IF.
005870     PERFORM 4950-WRITE-STORED.
005880     READ COURSE-FILE INTO IMAGE-WORK
005890             AT END SET FILE-EOF TO TRUE
005900     END-READ.
005910*
005920 4200-BACKUP-REGDETL.
005930     MOVE 2 TO GB-N.
005940     PERFORM 4900-START-FILE.
005950     OPEN INPUT REGDETL-FILE.
005960     IF GB-FILE-STATUS NOT = '00'
005970     THEN
005980         CLOSE REGDETL-FILE
005990         GO TO 4200-DONE
006000     END-IF.
006010     SET FILE-OPEN TO TRUE.
006020     READ REGDETL-FILE INTO IMAGE-WORK
006030             AT END SET FILE-EOF TO TRUE
006040     END-READ.
006050     PERFORM 4250-BACKUP-ONE-REGDETL
006060             UNTIL FILE-EOF.
006070     CLOSE REGDETL-FILE.
006080 4200-DONE.
006090     PERFORM 4990-END-FILE.
006100 4200-EXIT.
006110     EXIT.
006120*
006130 4250-BACKUP-ONE-REGDETL.
006140     IF IW-REG-STUDENT-ID IS NUMERIC
006150     THEN
006160         ADD IW-REG-STUDENT-ID TO GB-FILE-HASH
006170     END-IF.
006180     PERFORM 4950-WRITE-STORED.
006190     READ REGDETL-FILE INTO IMAGE-WORK
006200             AT END SET FILE-EOF TO TRUE
006210     END-READ.
006220*
006230 4300-BACKUP-WAITLST.
006240     MOVE 3 TO GB-N.
006250     PERFORM 4900-START-FILE.
006260     OPEN INPUT WAITLST-FILE.
006270     IF GB-FILE-STATUS NOT = '00'
006280     THEN
006290         CLOSE WAITLST-FILE
006300         GO TO 4300-DONE
006310     END-IF.
006320     SET FILE-OPEN TO TRUE.
006330     READ WAITLST-FILE INTO IMAGE-WORK
006340             AT END SET FILE-EOF TO TRUE
006350     END-READ.
006360     PERFORM 4350-BACKUP-ONE-WAITLST
006370             UNTIL FILE-EOF.
006380     CLOSE WAITLST-FILE.
006390 4300-DONE.
006400     PERFORM 4990-END-FILE.
006410 4300-EXIT.
006420     EXIT.
006430*
006440 4350-BACKUP-ONE-WAITLST.
006450     IF IW-Q-STUDENT-ID IS NUMERIC
006460     THEN
006470         ADD IW-Q-STUDENT-ID TO GB-FILE-HASH
006480     END-IF.
006490     PERFORM 4950-WRITE-STORED.
006500     READ WAITLST-FILE INTO IMAGE-WORK
006510             AT END SET FILE-EOF TO TRUE
006520     END-READ.
006530*
006540 4400-BACKUP-OFFER.
006550     MOVE 4 TO GB-N.
006560     PERFORM 4900-START-FILE.
006570     OPEN INPUT OFFER-FILE.
006580     IF GB-FILE-STATUS NOT = '00'
006590     THEN
006600         CLOSE OFFER-FILE
006610         GO TO 4400-DONE
006620     END-IF.
006630     SET FILE-OPEN TO TRUE.
006640     READ OFFER-FILE INTO IMAGE-WORK
006650             AT END SET FILE-EOF TO TRUE
006660     END-READ.
006670     PERFORM 4450-BACKUP-ONE-OFFER
006680             UNTIL FILE-EOF.
006690     CLOSE OFFER-FILE.
006700 4400-DONE.
006710     PERFORM 4990-END-FILE.
006720 4400-EXIT.
006730     EXIT.
006740*
006750 4450-BACKUP-ONE-OFFER.
006760     IF IW-Q-STUDENT-ID IS NUMERIC
006770     THEN
006780         ADD IW-Q-STUDENT-ID TO GB-FILE-HASH
006790     END-IF.
006800     PERFORM 4950-WRITE-STORED.
006810     READ OFFER-FILE INTO IMAGE-WORK
006820             AT END SET FILE-EOF TO TRUE
006830     END-READ.
006840*
006850 4500-BACKUP-INSTR.
006860     MOVE 5 TO GB-N.
006870     PERFORM 4900-START-FILE.
006880     OPEN INPUT INSTR-FILE.
006890     IF GB-FILE-STATUS NOT = '00'
006900     THEN
006910         CLOSE INSTR-FILE
006920         GO TO 4500-DONE
006930     END-IF.
006940     SET FILE-OPEN TO TRUE.
006950     READ INSTR-FILE INTO IMAGE-WORK
006960             AT END SET FILE-EOF TO TRUE
006970     END-READ.
006980     PERFORM 4550-BACKUP-ONE-INSTR
006990             UNTIL FILE-EOF.
007000     CLOSE INSTR-FILE.
007010 4500-DONE.
007020     PERFORM 4990-END-FILE.
007030 4500-EXIT.
007040     EXIT.
007050*
007060 4550-BACKUP-ONE-INSTR.
007070     PERFORM 4950-WRITE-STORED.
007080     READ INSTR-FILE INTO IMAGE-WORK
007090             AT END SET FILE-EOF TO TRUE
007100     END-READ.
007110*
007120 4900-START-FILE.
007130     MOVE 0 TO GB-FILE-COUNT.
007140     MOVE 0 TO GB-FILE-HASH.
007150     MOVE 'N' TO FILE-EOF-SW.
007160     MOVE 'N' TO FILE-OPEN-SW.
007170*
007180******************************************************************
007190* WRITES ONE RECORD OF TONIGHT'S GENERATION TO THE REBUILT ***
007200* STORE ***
007210******************************************************************
007220 4950-WRITE-STORED.
007230     ADD 1 TO GB-FILE-COUNT.
007240     ADD 1 TO GB-RECORDS-COPIED.
007250     MOVE GB-RUN-DATE TO GW-DATE.
007260     MOVE NC-FILE(GB-N) TO GW-FILE.
007270     MOVE GB-FILE-COUNT TO GW-SEQ.
007280     MOVE IMAGE-WORK TO GW-IMAGE.
007290     WRITE GENWORK-DATA.
007300     ADD 1 TO GB-STORE-WRITTEN.
007310*
007320 4990-END-FILE.
007330     MOVE GB-FILE-COUNT TO NC-COUNT(GB-N).
007340     MOVE GB-FILE-HASH TO NC-HASH(GB-N).
007350     MOVE FILE-OPEN-SW TO NC-FOUND(GB-N).
007360*
007370******************************************************************
007380* COPIES THE REBUILT STORE BACK OVER DA-S-GENSTOR ***
007390******************************************************************
007400 5000-REPLACE-STORE.
007410     OPEN INPUT GENWORK-FILE
007420         OUTPUT GENSTOR-FILE.
007430     READ GENWORK-FILE
007440             AT END SET GENWORK-EOF TO TRUE
007450     END-READ.
007460     PERFORM 5100-COPY-ONE-WORK
007470             UNTIL GENWORK-EOF.
007480     CLOSE GENWORK-FILE, GENSTOR-FILE.
007490*
007500 5100-COPY-ONE-WORK.
007510     WRITE GENSTOR-DATA FROM GENWORK-DATA.
007520     READ GENWORK-FILE
007530             AT END SET GENWORK-EOF TO TRUE
007540     END-READ.
007550*
007560******************************************************************
007570* REWRITES THE CATALOG - THE KEPT ENTRIES, THEN TONIGHT'S - ***
007580* AND LISTS EVERY ENTRY, KEPT OR ROLLED OFF, ON THE REPORT ***
007590******************************************************************
007600 5500-WRITE-CATALOG.
007610     OPEN OUTPUT GENCAT-FILE.
007620     PERFORM 5600-WRITE-OLD-ENTRY
007630             VARYING GB-C FROM 1 BY 1
007640             UNTIL GB-C > GB-CAT-COUNT.
007650     PERFORM 5700-WRITE-NEW-ENTRY
007660             VARYING GB-N FROM 1 BY 1
007670             UNTIL GB-N > 5.
007680     CLOSE GENCAT-FILE.
007690*
007700 5600-WRITE-OLD-ENTRY.
007710     MOVE CE-DATE(GB-C) TO BD-DATE.
007720     MOVE CE-FILE(GB-C) TO BD-FILE.
007730     MOVE CE-TERM(GB-C) TO BD-TERM.
007740     MOVE CE-COUNT(GB-C) TO BD-COUNT.
007750     MOVE CE-HASH(GB-C) TO BD-HASH.
007760     IF CE-KEEP(GB-C) = 'Y'
007770     THEN
007780         MOVE SPACES TO GENCAT-DATA
007790         MOVE CE-DATE(GB-C) TO GC-DATE
007800         MOVE CE-FILE(GB-C) TO GC-FILE
007810         MOVE CE-TERM(GB-C) TO GC-TERM
007820         MOVE CE-COUNT(GB-C) TO GC-COUNT
007830         MOVE CE-HASH(GB-C) TO GC-HASH
007840         WRITE GENCAT-DATA
007850         MOVE 'KEPT' TO BD-ACTION
007860     ELSE
007870         IF CE-DATE(GB-C) = GB-RUN-DATE
007880         THEN
007890             MOVE 'REPLACED BY TONIGHT' TO BD-ACTION
007900         ELSE
007910             MOVE 'ROLLED OFF' TO BD-ACTION
007920         END-IF
007930     END-IF.
007940     WRITE REPORT-REC FROM BKUP-DETAIL
007950             AFTER ADVANCING 1 LINE.
007960*
007970 5700-WRITE-NEW-ENTRY.
007980     MOVE SPACES TO GENCAT-DATA.
007990     MOVE GB-RUN-DATE TO GC-DATE.
008000     MOVE NC-FILE(GB-N) TO GC-FILE.
008010     MOVE GB-GEN-TERM TO GC-TERM.
008020     MOVE NC-COUNT(GB-N) TO GC-COUNT.
008030     MOVE NC-HASH(GB-N) TO GC-HASH.
008040     WRITE GENCAT-DATA.
008050     MOVE GB-RUN-DATE TO BD-DATE.
008060     MOVE NC-FILE(GB-N) TO BD-FILE.
008070     MOVE GB-GEN-TERM TO BD-TERM.
008080     MOVE NC-COUNT(GB-N) TO BD-COUNT.
008090     MOVE NC-HASH(GB-N) TO BD-HASH.
008100     IF NC-FOUND(GB-N) = 'Y'
008110     THEN
008120         MOVE 'NEW' TO BD-ACTION
008130     ELSE
008140         MOVE 'NEW - FILE NOT FOUND, EMPTY' TO BD-ACTION
008150     END-IF.
008160     WRITE REPORT-REC FROM BKUP-DETAIL
008170             AFTER ADVANCING 1 LINE.
008180*
008190******************************************************************
008200* CHECKS THE COURSE TRAILER COUNT AND CLASSLIMIT HASH TOTAL ***
008210* AGAINST WHAT WAS COPIED - ON A FAILURE THE STORE AND CATALOG ***
008220* ARE LEFT AS THEY WERE ***
008230******************************************************************
008240 6600-VERIFY-CONTROLS.
008250     IF NOT TRAILER-FOUND
008260     THEN
008270         SET CONTROL-FAILED TO TRUE
008280     END-IF.
008290     IF TRAILER-FOUND AND
008300        ( CT-COUNT NOT = GB-CTL-READ-COUNT
008310          OR CT-HASH NOT = GB-CTL-HASH-TOTAL )
008320     THEN
008330         SET CONTROL-FAILED TO TRUE
008340     END-IF.
008350     IF CONTROL-FAILED
008360     THEN
008370         MOVE CT-COUNT TO CF-EXP-COUNT
008380         MOVE CT-HASH TO CF-EXP-HASH
008390         MOVE GB-CTL-READ-COUNT TO CF-ACT-COUNT
008400         MOVE GB-CTL-HASH-TOTAL TO CF-ACT-HASH
008410         WRITE REPORT-REC FROM BKUP-CTL-FAIL
008420                 AFTER ADVANCING 2 LINES
008430         MOVE 'NO GENERATION TAKEN - STORE AND CATALOG UNCHANGED'
008440             TO BM-TEXT
008450         WRITE REPORT-REC FROM BKUP-MSG-LINE
008460                 AFTER ADVANCING 1 LINE
008470         DISPLAY 'CONTROL TOTAL FAILURE ON DA-S-COURSE'
008480     END-IF.
008490*
008500******************************************************************
008510* PRINTS THE RUN TOTALS AT THE FOOT OF THE BACKUP REPORT ***
008520******************************************************************
008530 8000-PRINT-TOTALS.
008540     MOVE SPACES TO REPORT-REC.
008550     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
008560     MOVE 'RECORDS BACKED UP TONIGHT         ' TO BT-LABEL.
008570     MOVE GB-RECORDS-COPIED TO BT-COUNT.
008580     WRITE REPORT-REC FROM BKUP-TOTAL-LINE
008590             AFTER ADVANCING 1 LINE.
008600     MOVE 'GENERATIONS ROLLED OFF            ' TO BT-LABEL.
008610     MOVE GB-GENS-DROPPED TO BT-COUNT.
008620     WRITE REPORT-REC FROM BKUP-TOTAL-LINE
008630             AFTER ADVANCING 1 LINE.
008640     MOVE 'STORE RECORDS READ                ' TO BT-LABEL.
008650     MOVE GB-STORE-READ TO BT-COUNT.
008660     WRITE REPORT-REC FROM BKUP-TOTAL-LINE
008670             AFTER ADVANCING 1 LINE.
008680     MOVE 'STORE RECORDS WRITTEN             ' TO BT-LABEL.
008690     MOVE GB-STORE-WRITTEN TO BT-COUNT.
008700     WRITE REPORT-REC FROM BKUP-TOTAL-LINE
008710             AFTER ADVANCING 1 LINE.
008720*
008730******************************************************************
008740* CLOSES FILES ***
008750******************************************************************
008760 9000-TERMINATE.
008770     CLOSE REPORT-FILE.
008780*
008790******************************************************************
008800* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN THE ***
008810* COURSE CONTROL TOTALS FAILED AND NO GENERATION WAS TAKEN, 8 ***
008820* WHEN THE CATALOG TABLE OVERFLOWED, 0 OTHERWISE ***
008830******************************************************************
008840 9100-SET-RETURN-CODE.
008850     IF CONTROL-FAILED
008860     THEN
008870         MOVE 12 TO RETURN-CODE
008880     ELSE
008890         IF GB-DROPPED-COUNT > 0
008900         THEN
008910             MOVE 8 TO RETURN-CODE
008920         END-IF
008930     END-IF.
008940*
008950******************************************************************
008960* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
008970* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
008980* THE MORNING OPERATIONS SUMMARY ***
008990******************************************************************
009000 9500-WRITE-STATUS.
009010     ACCEPT STL-DATE FROM DATE.
009020     ACCEPT STL-TIME FROM TIME.
009030     MOVE GB-RECORDS-COPIED TO STL-READ.
009040     MOVE GB-STORE-WRITTEN TO STL-WRITTEN.
009050     IF CONTROL-FAILED
009060     THEN
009070         MOVE 1 TO STL-EXCEPTIONS
009080     END-IF.
009090     MOVE RETURN-CODE TO STL-RETCODE.
009100     OPEN EXTEND STATUS-FILE.
009110     IF GB-STAT-STATUS NOT = '00'
009120     THEN
009130         OPEN OUTPUT STATUS-FILE
009140     END-IF.
009150     WRITE STATUS-REC FROM STATUS-LINE.
009160     CLOSE STATUS-FILE.
