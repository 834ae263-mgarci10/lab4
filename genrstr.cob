000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GENRSTR.
000030 AUTHOR. M GARCIA.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  MG    INITIAL WRITE - POINT-IN-TIME RESTORE OF THE
000110*                   MASTERS FROM A GENBKUP GENERATION
000120*----------------------------------------------------------------
000130*
000140* RUN ON REQUEST TO BACK OUT A BAD NIGHT.  THE PARM CARD NAMES
000150* THE GENERATION DATE (COLS 43-48, YYMMDD) AND, AS EVERYWHERE,
000160* THE EXPECTED TERM (COLS 29-34), WHICH MUST MATCH THE TERM THE
000170* GENERATION WAS TAKEN UNDER.  THE GENERATION MUST BE ON THE
000180* CATALOG (DA-S-GENCAT) FOR ALL FIVE FILES.  EVERY RECORD OF IT
000190* IS PULLED FROM THE GENERATION STORE (DA-S-GENSTOR) INTO THE
000200* NIGHT STREAM'S OWN NEW-FILE SLOTS - DA-S-NEWCRS, DA-S-NEWREG,
000210* DA-S-NEWWAIT, DA-S-NEWOFR AND DA-S-NEWINST - COUNTED AND
000220* HASHED THE WAY GENBKUP CATALOGED THEM, WITH THE STORE'S
000230* RECORD SEQUENCE CHECKED FOR GAPS AND THE COURSE MASTER'S OWN
000240* TRAILER CHECKED AGAINST ITS RECORDS.  ONLY WHEN ALL FIVE FILES
000250* AGREE WITH THE CATALOG ARE THEY COPIED OVER DA-S-COURSE,
000260* DA-S-REGDETL, DA-S-WAITLST, DA-S-OFFER AND DA-S-INSTRUCTOR -
000270* ALL FIVE TOGETHER OR NONE AT ALL.  THE RESTORE REPORT
000280* (UR-S-GENRSTR) SHOWS THE CATALOG AND RESTORED FIGURES FOR
000290* EACH FILE AND WHETHER THE SWAP WAS MADE.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL GENCAT-FILE ASSIGN TO 'DA-S-GENCAT'
000360             ORGANIZATION IS LINE SEQUENTIAL
000370             FILE STATUS IS GR-CAT-STATUS.
000380     SELECT GENSTOR-FILE ASSIGN TO 'DA-S-GENSTOR' ORGANIZATION
000390             IS LINE SEQUENTIAL.
000400     SELECT NEWCRS-FILE ASSIGN TO 'DA-S-NEWCRS' ORGANIZATION
000410             IS LINE SEQUENTIAL.
000420     SELECT NEWREG-FILE ASSIGN TO 'DA-S-NEWREG' ORGANIZATION
000430             IS LINE SEQUENTIAL.
000440     SELECT NEWWAIT-FILE ASSIGN TO 'DA-S-NEWWAIT' ORGANIZATION
000450             IS LINE SEQUENTIAL.
000460     SELECT NEWOFR-FILE ASSIGN TO 'DA-S-NEWOFR' ORGANIZATION
000470             IS LINE SEQUENTIAL.
000480     SELECT NEWINST-FILE ASSIGN TO 'DA-S-NEWINST' ORGANIZATION
000490             IS LINE SEQUENTIAL.
000500     SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSE' ORGANIZATION
000510             IS LINE SEQUENTIAL.
000520     SELECT REGDETL-FILE ASSIGN TO 'DA-S-REGDETL' ORGANIZATION
000530             IS LINE SEQUENTIAL.
000540     SELECT WAITLST-FILE ASSIGN TO 'DA-S-WAITLST' ORGANIZATION
000550             IS LINE SEQUENTIAL.
000560     SELECT OFFER-FILE ASSIGN TO 'DA-S-OFFER' ORGANIZATION
000570             IS LINE SEQUENTIAL.
000580     SELECT INSTR-FILE ASSIGN TO 'DA-S-INSTRUCTOR' ORGANIZATION
000590             IS LINE SEQUENTIAL.
000600     SELECT REPORT-FILE ASSIGN TO 'UR-S-GENRSTR' ORGANIZATION
000610             IS LINE SEQUENTIAL.
000620     SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS GR-PARM-STATUS.
000650     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS GR-STAT-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710******************************************************************
000720* GENERATION CATALOG - ONE ENTRY PER FILE PER GENERATION ***
000730* (WRITTEN BY GENBKUP) ***
000740******************************************************************
000750 FD  GENCAT-FILE.
000760 01  GENCAT-DATA.
000770     88  GENCAT-EOF VALUE HIGH-VALUES.
000780     03  GC-DATE PIC 9(6).
000790     03  GC-FILE PIC X(8).
000800     03  GC-TERM PIC X(6).
000810     03  GC-COUNT PIC 9(6).
000820     03  GC-HASH PIC 9(12).
000830     03  FILLER PIC X(42).
000840*
000850******************************************************************
000860* GENERATION STORE - EVERY RECORD OF EVERY KEPT GENERATION, ***
000870* TAGGED WITH ITS DATE, FILE AND POSITION (WRITTEN BY GENBKUP) ***
000880******************************************************************
000890 FD  GENSTOR-FILE.
000900 01  GENSTOR-DATA.
000910     88  GENSTOR-EOF VALUE HIGH-VALUES.
000920     03  GS-DATE PIC 9(6).
000930     03  GS-FILE PIC X(8).
000940     03  GS-SEQ PIC 9(6).
000950     03  GS-IMAGE PIC X(80).
000960*
000970******************************************************************
000980* THE RESTORED FILES AS PULLED FROM THE STORE, THEN THE ***
000990* MASTERS THEY ARE COPIED OVER ONCE ALL FIVE VERIFY ***
001000******************************************************************
001010 FD  NEWCRS-FILE.
001020 01  NEWCRS-REC PIC X(80).
001030 FD  NEWREG-FILE.
001040 01  NEWREG-REC PIC X(80).
001050 FD  NEWWAIT-FILE.
001060 01  NEWWAIT-REC PIC X(80).
001070 FD  NEWOFR-FILE.
001080 01  NEWOFR-REC PIC X(80).
001090 FD  NEWINST-FILE.
001100 01  NEWINST-REC PIC X(80).
001110 FD  COURSE-FILE.
001120 01  COURSE-REC PIC X(80).
001130 FD  REGDETL-FILE.
001140 01  REGDETL-REC PIC X(80).
001150 FD  WAITLST-FILE.
001160 01  WAITLST-REC PIC X(80).
001170 FD  OFFER-FILE.
001180 01  OFFER-REC PIC X(80).
001190 FD  INSTR-FILE.
001200 01  INSTR-REC PIC X(80).
001210*
001220 FD  REPORT-FILE.
001230 01  REPORT-REC PIC X(132).
001240*
001250******************************************************************
001260* SHARED RUN-TIME PARAMETER CARD - THIS PROGRAM USES THE ***
001270* EXPECTED TERM CODE IN COLS 29-34 AND THE GENERATION DATE TO ***
001280* RESTORE IN COLS 43-48 (SEE LAB4 FOR THE FULL CARD LAYOUT) ***
001290******************************************************************
001300 FD  PARM-FILE.
001310 01  PARM-CARD.
001320     03  FILLER PIC X(28).
001330     03  PMC-TERM PIC X(6).
001340     03  FILLER PIC X(8).
001350     03  PMC-GEN-DATE PIC X(6).
001360     03  FILLER PIC X(32).
001370*
001380******************************************************************
001390* SHARED RUN-STATUS FILE - ONE RECORD APPENDED PER PROGRAM ***
001400* RUN, READ BY RUNSUMM FOR THE OPERATIONS SUMMARY ***
001410******************************************************************
001420 FD  STATUS-FILE.
001430 01  STATUS-REC PIC X(80).
001440*
001450 WORKING-STORAGE SECTION.
001460 77  GR-STORE-READ PIC 9(7) VALUE 0.
001470 77  GR-RECORDS-PULLED PIC 9(6) VALUE 0.
001480 77  GR-RECORDS-SWAPPED PIC 9(6) VALUE 0.
001490 77  GR-FILES-FAILED PIC 9 VALUE 0.
001500 77  GR-FILES-CATALOGED PIC 9 VALUE 0.
001510 77  GR-CTL-READ-COUNT PIC 9(6) VALUE 0.
001520 77  GR-CTL-HASH-TOTAL PIC 9(12) VALUE 0.
001530 77  GR-N PIC 9 VALUE 0.
001540 77  GR-GEN-DATE PIC 9(6) VALUE 0.
001550 77  GR-CAT-STATUS PIC XX VALUE '00'.
001560 77  GR-PARM-STATUS PIC XX VALUE '00'.
001570 77  GR-STAT-STATUS PIC XX VALUE '00'.
001580 77  GR-PARM-TERM PIC X(6) VALUE SPACES.
001590 77  GR-PARM-DATE PIC X(6) VALUE SPACES.
001600 77  GR-GEN-TERM PIC X(6) VALUE SPACES.
001610 01  MISC.
001620     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
001630         88  TRAILER-FOUND VALUE 'Y'.
001640     03  COPY-EOF-SW PIC X VALUE 'N'.
001650         88  COPY-EOF VALUE 'Y'.
001660     03  SWAP-MADE-SW PIC X VALUE 'N'.
001670         88  SWAP-MADE VALUE 'Y'.
001680*
001690 01  CONTROL-TRAILER-REC.
001700     03  CT-ID PIC XXX VALUE SPACES.
001710     03  CT-COUNT PIC 9(5) VALUE ZERO.
001720     03  CT-HASH PIC 9(7) VALUE ZERO.
001730     03  FILLER PIC X(65).
001740*
001750******************************************************************
001760* ONE RECORD BEING RESTORED, WITH THE VIEWS THE HASH TOTALS ***
001770* ARE TAKEN FROM - THE SAME FIELDS GENBKUP HASHED ***
001780******************************************************************
001790 01  IMAGE-WORK.
001800     03  IW-ABB PIC XXX.
001810     03  FILLER PIC X(27).
001820     03  IW-SEATS-REMAINING PIC S999.
001830     03  IW-CLASSLIMIT PIC 999.
001840     03  FILLER PIC X(44).
001850 01  IMAGE-REG REDEFINES IMAGE-WORK.
001860     03  FILLER PIC X(10).
001870     03  IW-REG-STUDENT-ID PIC 9(7).
001880     03  FILLER PIC X(63).
001890 01  IMAGE-QUEUE REDEFINES IMAGE-WORK.
001900     03  FILLER PIC X(10).
001910     03  IW-Q-PRIORITY PIC 9(3).
001920     03  IW-Q-STUDENT-ID PIC 9(7).
001930     03  FILLER PIC X(60).
001940*
001950******************************************************************
001960* ONE ENTRY PER FILE IN THE GENERATION - WHAT THE CATALOG SAYS ***
001970* AND WHAT CAME BACK OUT OF THE STORE ***
001980******************************************************************
001990 01  FILE-TABLE.
002000     05  FILE-ENTRY OCCURS 5 TIMES.
002010         10  FT-FILE PIC X(8).
002020         10  FT-NAME PIC X(15).
002030         10  FT-CATALOGED PIC X.
002040         10  FT-CAT-COUNT PIC 9(6).
002050         10  FT-CAT-HASH PIC 9(12).
002060         10  FT-STORED PIC 9(6).
002070         10  FT-COUNT PIC 9(6).
002080         10  FT-HASH PIC 9(12).
002090         10  FT-SEQ-BREAK PIC X.
002100         10  FT-VERIFIED PIC X.
002110*
002120******************************************************************
002130* DESCRIPTION OF RESTORE REPORT HEADING, DETAIL, AND TOTAL ***
002140* LINES ***
002150******************************************************************
002160 01  RSTR-HEADING1.
002170     03  FILLER PIC X(10) VALUE SPACES.
002180     03  FILLER PIC X(31) VALUE 'GENERATION RESTORE - GENERATION'.
002190     03  FILLER PIC X VALUE SPACE.
002200     03  RH-DATE PIC X(6).
002210     03  FILLER PIC X(7) VALUE '  TERM '.
002220     03  RH-TERM PIC X(6).
002230 01  RSTR-HEADING2.
002240     03  FILLER PIC X(10) VALUE SPACES.
002250     03  FILLER PIC X(17) VALUE 'FILE'.
002260     03  FILLER PIC X(9) VALUE '  CATALOG'.
002270     03  FILLER PIC X(15) VALUE '   CATALOG HASH'.
002280     03  FILLER PIC X(10) VALUE '  RESTORED'.
002290     03  FILLER PIC X(15) VALUE '  RESTORED HASH'.
002300     03  FILLER PIC X(3) VALUE SPACES.
002310     03  FILLER PIC X(6) VALUE 'RESULT'.
002320 01  RSTR-DETAIL.
002330     03  FILLER PIC X(10) VALUE SPACES.
002340     03  RD-NAME PIC X(15).
002350     03  FILLER PIC X(2) VALUE SPACES.
002360     03  RD-CAT-COUNT PIC ZZZZZZ9.
002370     03  FILLER PIC X(3) VALUE SPACES.
002380     03  RD-CAT-HASH PIC ZZZZZZZZZZZ9.
002390     03  FILLER PIC X(3) VALUE SPACES.
002400     03  RD-COUNT PIC ZZZZZZ9.
002410     03  FILLER PIC X(3) VALUE SPACES.
002420     03  RD-HASH PIC ZZZZZZZZZZZ9.
002430     03  FILLER PIC X(3) VALUE SPACES.
002440     03  RD-RESULT PIC X(30).
002450 01  RSTR-MSG-LINE.
002460     03  FILLER PIC X(10) VALUE SPACES.
002470     03  RM-TEXT PIC X(70).
002480 01  RSTR-TOTAL-LINE.
002490     03  FILLER PIC X(10) VALUE SPACES.
002500     03  RT-LABEL PIC X(34).
002510     03  RT-COUNT PIC ZZZZZZ9.
002520*
002530******************************************************************
002540* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
002550* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
002560******************************************************************
002570 01  STATUS-LINE.
002580     03  STL-PROGRAM PIC X(8) VALUE 'GENRSTR'.
002590     03  FILLER PIC X VALUE SPACES.
002600     03  STL-DATE PIC 9(6) VALUE 0.
002610     03  FILLER PIC X VALUE SPACES.
002620     03  STL-TIME PIC 9(8) VALUE 0.
002630     03  FILLER PIC X VALUE SPACES.
002640     03  STL-READ PIC 9(5) VALUE 0.
002650     03  FILLER PIC X VALUE SPACES.
002660     03  STL-WRITTEN PIC 9(5) VALUE 0.
002670     03  FILLER PIC X VALUE SPACES.
002680     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
002690     03  FILLER PIC X VALUE SPACES.
002700     03  STL-RETCODE PIC 99 VALUE 0.
002710     03  FILLER PIC X(35) VALUE SPACES.
002720*
002730 PROCEDURE DIVISION.
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE.
002760     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT.
002770     PERFORM 1100-VERIFY-GENERATION.
002780     PERFORM 3000-PULL-GENERATION.
002790     PERFORM 4000-VERIFY-FILES
002800             VARYING GR-N FROM 1 BY 1
002810             UNTIL GR-N > 5.
002820     IF GR-FILES-FAILED = 0
002830     THEN
002840         PERFORM 5000-SWAP-IN-FILES
002850     ELSE
002860         MOVE 'VERIFICATION FAILED - NO MASTER FILE WAS REPLACED'
002870             TO RM-TEXT
002880         WRITE REPORT-REC FROM RSTR-MSG-LINE
002890                 AFTER ADVANCING 2 LINES
002900     END-IF.
002910     PERFORM 8000-PRINT-TOTALS.
002920     PERFORM 9000-TERMINATE.
002930     PERFORM 9100-SET-RETURN-CODE.
002940     PERFORM 9500-WRITE-STATUS.
002950     STOP RUN.
002960*
002970******************************************************************
002980* OPENS THE REPORT, READS THE PARM CARD, AND SETS UP THE FILE ***
002990* TABLE IN GENBKUP'S BACKUP ORDER ***
003000******************************************************************
003010 1000-INITIALIZE.
003020     OPEN OUTPUT REPORT-FILE.
003030     OPEN INPUT PARM-FILE.
003040     READ PARM-FILE INTO PARM-CARD
003050             AT END CONTINUE
003060             NOT AT END MOVE PMC-TERM TO GR-PARM-TERM
003070                        MOVE PMC-GEN-DATE TO GR-PARM-DATE
003080     END-READ.
003090     CLOSE PARM-FILE.
003100     MOVE 'COURSE  ' TO FT-FILE(1).
003110     MOVE 'DA-S-COURSE' TO FT-NAME(1).
003120     MOVE 'REGDETL ' TO FT-FILE(2).
003130     MOVE 'DA-S-REGDETL' TO FT-NAME(2).
003140     MOVE 'WAITLST ' TO FT-FILE(3).
003150     MOVE 'DA-S-WAITLST' TO FT-NAME(3).
003160     MOVE 'OFFER   ' TO FT-FILE(4).
003170     MOVE 'DA-S-OFFER' TO FT-NAME(4).
003180     MOVE 'INSTRUCT' TO FT-FILE(5).
003190     MOVE 'DA-S-INSTRUCTOR' TO FT-NAME(5).
003200     PERFORM 1050-CLEAR-ENTRY
003210             VARYING GR-N FROM 1 BY 1
003220             UNTIL GR-N > 5.
003230     IF GR-PARM-DATE IS NOT NUMERIC
003240     THEN
003250         DISPLAY 'RESTORE REFUSED - NO GENERATION DATE ON THE'
003260             ' PARM CARD (COLS 43-48)'
003270         PERFORM 9800-REFUSE-RUN
003280     END-IF.
003290     MOVE GR-PARM-DATE TO GR-GEN-DATE.
003300*
003310 1050-CLEAR-ENTRY.
003320     MOVE 'N' TO FT-CATALOGED(GR-N).
003330     MOVE 0 TO FT-CAT-COUNT(GR-N).
003340     MOVE 0 TO FT-CAT-HASH(GR-N).
003350     MOVE 0 TO FT-STORED(GR-N).
003360     MOVE 0 TO FT-COUNT(GR-N).
003370     MOVE 0 TO FT-HASH(GR-N).
003380     MOVE 'N' TO FT-SEQ-BREAK(GR-N).
003390     MOVE 'N' TO FT-VERIFIED(GR-N).
003400*
003410******************************************************************
003420* REFUSES THE RUN UNLESS ALL FIVE FILES OF THE GENERATION ARE ***
003430* CATALOGED, AND THE PARM CARD'S TERM (WHEN GIVEN) IS THE ***
003440* TERM THE GENERATION WAS TAKEN UNDER - RESTORING ACROSS A ***
003450* TERM ROLLOVER WOULD PUT LAST TERM BACK ON THE LIVE FILES ***
003460******************************************************************
003470 1100-VERIFY-GENERATION.
003480     IF GR-FILES-CATALOGED < 5
003490     THEN
003500         DISPLAY 'RESTORE REFUSED - GENERATION ' GR-PARM-DATE
003510             ' IS NOT COMPLETE ON DA-S-GENCAT'
003520         PERFORM 9800-REFUSE-RUN
003530     END-IF.
003540     IF GR-PARM-TERM NOT = SPACES
003550       AND GR-PARM-TERM NOT = GR-GEN-TERM
003560     THEN
003570         DISPLAY 'TERM MISMATCH - PARM ' GR-PARM-TERM
003580             ' BUT GENERATION ' GR-PARM-DATE ' CARRIES '
003590             GR-GEN-TERM
003600         PERFORM 9800-REFUSE-RUN
003610     END-IF.
003620     MOVE GR-PARM-DATE TO RH-DATE.
003630     MOVE GR-GEN-TERM TO RH-TERM.
003640     WRITE REPORT-REC FROM RSTR-HEADING1
003650             AFTER ADVANCING PAGE.
003660     WRITE REPORT-REC FROM RSTR-HEADING2
003670             AFTER ADVANCING 2 LINES.
003680     MOVE SPACES TO REPORT-REC.
003690     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
003700*
003710******************************************************************
003720* PICKS THE GENERATION'S ENTRIES OFF THE CATALOG ***
003730******************************************************************
003740 2000-LOAD-CATALOG.
003750     OPEN INPUT GENCAT-FILE.
003760     IF GR-CAT-STATUS NOT = '00'
003770     THEN
003780         CLOSE GENCAT-FILE
003790         GO TO 2000-EXIT
003800     END-IF.
003810     READ GENCAT-FILE
003820             AT END SET GENCAT-EOF TO TRUE
003830     END-READ.
003840     PERFORM 2100-CHECK-ONE-ENTRY
003850             UNTIL GENCAT-EOF.
003860     CLOSE GENCAT-FILE.
003870 2000-EXIT.
003880     EXIT.
003890*
003900 2100-CHECK-ONE-ENTRY.
003910     IF GC-DATE = GR-GEN-DATE
003920     THEN
003930         PERFORM 2150-TAKE-ENTRY
003940                 VARYING GR-N FROM 1 BY 1
003950                 UNTIL GR-N > 5
003960     END-IF.
003970     READ GENCAT-FILE
003980             AT END SET GENCAT-EOF TO TRUE
003990     END-READ.
004000*
004010 2150-TAKE-ENTRY.
004020     IF FT-FILE(GR-N) = GC-FILE AND FT-CATALOGED(GR-N) = 'N'
004030     THEN
004040         MOVE 'Y' TO FT-CATALOGED(GR-N)
004050         MOVE GC-COUNT TO FT-CAT-COUNT(GR-N)
004060         MOVE GC-HASH TO FT-CAT-HASH(GR-N)
004070         MOVE GC-TERM TO GR-GEN-TERM
004080         ADD 1 TO GR-FILES-CATALOGED
004090     END-IF.
004100*
004110******************************************************************
004120* PULLS EVERY STORE RECORD OF THE GENERATION INTO ITS NEW-FILE ***
004130* SLOT, COUNTING AND HASHING EACH FILE AS GENBKUP DID AND ***
004140* WATCHING THE STORE SEQUENCE FOR GAPS ***
004150******************************************************************
004160 3000-PULL-GENERATION.
004170     OPEN INPUT GENSTOR-FILE
004180         OUTPUT NEWCRS-FILE
004190         OUTPUT NEWREG-FILE
004200         OUTPUT NEWWAIT-FILE
004210         OUTPUT NEWOFR-FILE
004220         OUTPUT NEWINST-FILE.
004230     READ GENSTOR-FILE
004240             AT END SET GENSTOR-EOF TO TRUE
004250     END-READ.
004260     PERFORM 3100-PULL-ONE-RECORD
004270             UNTIL GENSTOR-EOF.
004280     CLOSE GENSTOR-FILE, NEWCRS-FILE, NEWREG-FILE, NEWWAIT-FILE,
004290           NEWOFR-FILE, NEWINST-FILE.
004300*
004310 3100-PULL-ONE-RECORD.
004320     ADD 1 TO GR-STORE-READ.
004330     IF GS-DATE = GR-GEN-DATE
004340     THEN
004350         MOVE GS-IMAGE TO IMAGE-WORK
004360         ADD 1 TO GR-RECORDS-PULLED
004370         EVALUATE GS-FILE
004380             WHEN 'COURSE  '
004390                 MOVE 1 TO GR-N
004400                 PERFORM 3200-PULL-COURSE
004410             WHEN 'REGDETL '
004420                 MOVE 2 TO GR-N
004430                 WRITE NEWREG-REC FROM IMAGE-WORK
004440                 PERFORM 3300-HASH-REG-ID
004450             WHEN 'WAITLST '
004460                 MOVE 3 TO GR-N
004470                 WRITE NEWWAIT-REC FROM IMAGE-WORK
004480                 PERFORM 3400-HASH-QUEUE-ID
004490             WHEN 'OFFER   '
004500                 MOVE 4 TO GR-N
004510                 WRITE NEWOFR-REC FROM IMAGE-WORK
004520                 PERFORM 3400-HASH-QUEUE-ID
004530             WHEN OTHER
004540                 MOVE 5 TO GR-N
004550                 WRITE NEWINST-REC FROM IMAGE-WORK
004560                 ADD 1 TO FT-COUNT(GR-N)
004570         END-EVALUATE
004580         ADD 1 TO FT-STORED(GR-N)
004590         IF GS-SEQ NOT = FT-STORED(GR-N)
004600         THEN
004610             MOVE 'Y' TO FT-SEQ-BREAK(GR-N)
004620         END-IF
004630     END-IF.
004640     READ GENSTOR-FILE
004650             AT END SET GENSTOR-EOF TO TRUE
004660     END-READ.
004670*
004680******************************************************************
004690* THE COURSE MASTER COMES BACK WITH ITS HEADER AND TRAILER; ***
004700* ITS CATALOG FIGURES ARE THE TRAILER'S, SO THE RECORDS ARE ***
004710* COUNTED AND HASHED AGAINST THE TRAILER AS WELL ***
004720******************************************************************
004730 3200-PULL-COURSE.
004740     WRITE NEWCRS-REC FROM IMAGE-WORK.
004750     IF IW-ABB = 'TRL'
004760     THEN
004770         MOVE IMAGE-WORK TO CONTROL-TRAILER-REC
004780         SET TRAILER-FOUND TO TRUE
004790     ELSE
004800         IF IW-ABB NOT = 'HDR'
004810         THEN
004820             ADD 1 TO GR-CTL-READ-COUNT
004830             ADD IW-CLASSLIMIT TO GR-CTL-HASH-TOTAL
004840         END-IF
004850     END-IF.
004860*
004870 3300-HASH-REG-ID.
004880     ADD 1 TO FT-COUNT(GR-N).
004890     IF IW-REG-STUDENT-ID IS NUMERIC
004900     THEN
004910         ADD IW-REG-STUDENT-ID TO FT-HASH(GR-N)
004920     END-IF.
004930*
004940 3400-HASH-QUEUE-ID.
004950     ADD 1 TO FT-COUNT(GR-N).
004960     IF IW-Q-STUDENT-ID IS NUMERIC
004970     THEN
004980         ADD IW-Q-STUDENT-ID TO FT-HASH(GR-N)
004990     END-IF.
005000*
005010******************************************************************
005020* CHECKS ONE RESTORED FILE AGAINST ITS CATALOG ENTRY - THE ***
005030* COURSE MASTER ALSO AGAINST ITS OWN TRAILER ***
005040******************************************************************
005050 4000-VERIFY-FILES.
005060     IF GR-N = 1
005070     THEN
005080         IF TRAILER-FOUND
005090         THEN
005100             MOVE CT-COUNT TO FT-COUNT(GR-N)
005110             MOVE CT-HASH TO FT-HASH(GR-N)
005120         END-IF
005130     END-IF.
005140     MOVE FT-NAME(GR-N) TO RD-NAME.
005150     MOVE FT-CAT-COUNT(GR-N) TO RD-CAT-COUNT.
005160     MOVE FT-CAT-HASH(GR-N) TO RD-CAT-HASH.
005170     MOVE FT-COUNT(GR-N) TO RD-COUNT.
005180     MOVE FT-HASH(GR-N) TO RD-HASH.
005190     MOVE 'VERIFIED' TO RD-RESULT.
005200     MOVE 'Y' TO FT-VERIFIED(GR-N).
005210     IF FT-COUNT(GR-N) NOT = FT-CAT-COUNT(GR-N)
005220       OR FT-HASH(GR-N) NOT = FT-CAT-HASH(GR-N)
005230     THEN
005240         MOVE 'N' TO FT-VERIFIED(GR-N)
005250         MOVE '** DOES NOT MATCH THE CATALOG' TO RD-RESULT
005260     END-IF.
005270     IF FT-SEQ-BREAK(GR-N) = 'Y'
005280     THEN
005290         MOVE 'N' TO FT-VERIFIED(GR-N)
005300         MOVE '** GAP IN THE STORED SEQUENCE' TO RD-RESULT
005310     END-IF.
005320     IF GR-N = 1
005330     THEN
005340         IF NOT TRAILER-FOUND
005350           OR GR-CTL-READ-COUNT NOT = CT-COUNT
005360           OR GR-CTL-HASH-TOTAL NOT = CT-HASH
005370         THEN
005380             MOVE 'N' TO FT-VERIFIED(GR-N)
005390             MOVE '** RECORDS DO NOT MATCH TRAILER' TO RD-RESULT
005400         END-IF
005410     END-IF.
005420     IF FT-VERIFIED(GR-N) = 'N'
005430     THEN
005440         ADD 1 TO GR-FILES-FAILED
005450     END-IF.
005460     WRITE REPORT-REC FROM RSTR-DETAIL
005470             AFTER ADVANCING 1 LINE.
005480*
005490******************************************************************
005500* ALL FIVE FILES VERIFIED - COPIES EACH RESTORED FILE OVER ITS ***
005510* MASTER ***
005520******************************************************************
005530 5000-SWAP-IN-FILES.
005540     OPEN INPUT NEWCRS-FILE
005550         OUTPUT COURSE-FILE.
005560     MOVE 'N' TO COPY-EOF-SW.
005570     READ NEWCRS-FILE
005580             AT END SET COPY-EOF TO TRUE
005590     END-READ.
005600     PERFORM 5100-COPY-COURSE
005610             UNTIL COPY-EOF.
005620     CLOSE NEWCRS-FILE, COURSE-FILE.
005630     OPEN INPUT NEWREG-FILE
005640         OUTPUT REGDETL-FILE.
005650     MOVE 'N' TO COPY-EOF-SW.
005660     READ NEWREG-FILE
005670             AT END SET COPY-EOF TO TRUE
005680     END-READ.
005690     PERFORM 5200-COPY-REGDETL
005700             UNTIL COPY-EOF.
005710     CLOSE NEWREG-FILE, REGDETL-FILE.
005720     OPEN INPUT NEWWAIT-FILE
005730         OUTPUT WAITLST-FILE.
005740     MOVE 'N' TO COPY-EOF-SW.
005750     READ NEWWAIT-FILE
005760             AT END SET COPY-EOF TO TRUE
005770     END-READ.
005780     PERFORM 5300-COPY-WAITLST
005790             UNTIL COPY-EOF.
005800     CLOSE NEWWAIT-FILE, WAITLST-FILE.
005810     OPEN INPUT NEWOFR-FILE
005820         OUTPUT OFFER-FILE.
005830     MOVE 'N' TO COPY-EOF-SW.
005840     READ NEWOFR-FILE
005850             AT END SET COPY-EOF TO TRUE
005860     END-READ.
005870     PERFORM 5400-COPY-OFFER
005880             UNTIL COPY-EOF.
005890     CLOSE NEWOFR-FILE, OFFER-FILE.
005900     OPEN INPUT NEWINST-FILE
005910         OUTPUT INSTR-FILE.
005920     MOVE 'N' TO COPY-EOF-SW.
005930     READ NEWINST-FILE
005940             AT END SET COPY-EOF TO TRUE
005950     END-READ.
005960     PERFORM 5500-COPY-INSTR
005970             UNTIL COPY-EOF.
005980     CLOSE NEWINST-FILE, INSTR-FILE.
005990     SET SWAP-MADE TO TRUE.
006000     MOVE 'ALL FIVE FILES VERIFIED AND RESTORED OVER THE MASTERS'
006010         TO RM-TEXT.
006020     WRITE REPORT-REC FROM RSTR-MSG-LINE
006030             AFTER ADVANCING 2 LINES.
006040*
006050 5100-COPY-COURSE.
006060     WRITE COURSE-REC FROM NEWCRS-REC.
006070     ADD 1 TO GR-RECORDS-SWAPPED.
006080     READ NEWCRS-FILE
006090             AT END SET COPY-EOF TO TRUE
006100     END-READ.
006110*
006120 5200-COPY-REGDETL.
006130     WRITE REGDETL-REC FROM NEWREG-REC.
006140     ADD 1 TO GR-RECORDS-SWAPPED.
006150     READ NEWREG-FILE
006160             AT END SET COPY-EOF TO TRUE
006170     END-READ.
006180*
006190 5300-COPY-WAITLST.
006200     WRITE WAITLST-REC FROM NEWWAIT-REC.
006210     ADD 1 TO GR-RECORDS-SWAPPED.
006220     READ NEWWAIT-FILE
006230             AT END SET COPY-EOF TO TRUE
006240     END-READ.
006250*
006260 5400-COPY-OFFER.
006270     WRITE OFFER-REC FROM NEWOFR-REC.
006280     ADD 1 TO GR-RECORDS-SWAPPED.
006290     READ NEWOFR-FILE
006300             AT END SET COPY-EOF TO TRUE
006310     END-READ.
006320*
006330 5500-COPY-INSTR.
006340     WRITE INSTR-REC FROM NEWINST-REC.
006350     ADD 1 TO GR-RECORDS-SWAPPED.
006360     READ NEWINST-FILE
006370             AT END SET COPY-EOF TO TRUE
006380     END-READ.
006390*
006400******************************************************************
006410* PRINTS THE RUN TOTALS AT THE FOOT OF THE RESTORE REPORT ***
006420******************************************************************
006430 8000-PRINT-TOTALS.
006440     MOVE SPACES TO REPORT-REC.
006450     WRITE REPORT-REC AFTER ADVANCING 1 LINE.
006460     MOVE 'STORE RECORDS READ                ' TO RT-LABEL.
006470     MOVE GR-STORE-READ TO RT-COUNT.
006480     WRITE REPORT-REC FROM RSTR-TOTAL-LINE
006490             AFTER ADVANCING 1 LINE.
006500     MOVE 'GENERATION RECORDS PULLED         ' TO RT-LABEL.
006510     MOVE GR-RECORDS-PULLED TO RT-COUNT.
006520     WRITE REPORT-REC FROM RSTR-TOTAL-LINE
006530             AFTER ADVANCING 1 LINE.
006540     MOVE 'FILES FAILING VERIFICATION        ' TO RT-LABEL.
006550     MOVE GR-FILES-FAILED TO RT-COUNT.
006560     WRITE REPORT-REC FROM RSTR-TOTAL-LINE
006570             AFTER ADVANCING 1 LINE.
006580     MOVE 'RECORDS RESTORED TO THE MASTERS   ' TO RT-LABEL.
006590     MOVE GR-RECORDS-SWAPPED TO RT-COUNT.
006600     WRITE REPORT-REC FROM RSTR-TOTAL-LINE
006610             AFTER ADVANCING 1 LINE.
006620*
006630******************************************************************
006640* CLOSES FILES ***
006650******************************************************************
006660 9000-TERMINATE.
006670     CLOSE REPORT-FILE.
006680*
006690******************************************************************
006700* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN A FILE ***
006710* FAILED VERIFICATION AND NOTHING WAS RESTORED, 0 OTHERWISE ***
006720******************************************************************
006730 9100-SET-RETURN-CODE.
006740     IF GR-FILES-FAILED > 0
006750     THEN
006760         MOVE 12 TO RETURN-CODE
006770     END-IF.
006780*
006790******************************************************************
006800* REFUSES THE RUN BEFORE ANY FILE IS WRITTEN - NO GENERATION ***
006810* DATE, A GENERATION NOT FULLY CATALOGED, OR THE WRONG TERM ***
006820******************************************************************
006830 9800-REFUSE-RUN.
006840     CLOSE REPORT-FILE.
006850     MOVE 20 TO RETURN-CODE.
006860     PERFORM 9500-WRITE-STATUS.
006870     STOP RUN.
006880*
006890******************************************************************
006900* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
006910* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
006920* THE MORNING OPERATIONS SUMMARY ***
006930******************************************************************
006940 9500-WRITE-STATUS.
006950     ACCEPT STL-DATE FROM DATE.
006960     ACCEPT STL-TIME FROM TIME.
006970     MOVE GR-RECORDS-PULLED TO STL-READ.
006980     MOVE GR-RECORDS-SWAPPED TO STL-WRITTEN.
006990     MOVE GR-FILES-FAILED TO STL-EXCEPTIONS.
007000     MOVE RETURN-CODE TO STL-RETCODE.
007010     OPEN EXTEND STATUS-FILE.
007020     IF GR-STAT-STATUS NOT = '00'
007030     THEN
007040         OPEN OUTPUT STATUS-FILE
007050     END-IF.
007060     WRITE STATUS-REC FROM STATUS-LINE.
007070     CLOSE STATUS-FILE.
