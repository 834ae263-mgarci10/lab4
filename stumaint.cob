000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STUMAINT.
000030 AUTHOR. R DELGADO.
000040 INSTALLATION. REGISTRAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE      INIT  DESCRIPTION
000100*   10/15/26  RD    INITIAL WRITE - STUDENT MASTER MAINTENANCE
000110*----------------------------------------------------------------
000120*
000130* THIS PROGRAM IS THE ONLY AUTHORIZED PATH FOR CHANGING THE
000140* STUDENT MASTER.  IT READS THE OLD MASTER (DA-S-STUDENT) AND A
000150* TRANSACTION CARD FILE (UR-S-STUTRAN) OF ADD / CHANGE / DELETE /
000160* HOLD / RELEASE TRANSACTIONS, BOTH IN STUDENT-ID SEQUENCE,
000170* APPLIES THE TRANSACTIONS BALANCE-LINE FASHION, AND WRITES THE
000180* NEW MASTER (DA-S-NEWSTU).  EVERY TRANSACTION IS LISTED ON THE
000190* REGISTER (UR-S-STUREG) WITH ITS BEFORE AND AFTER IMAGES;
000200* TRANSACTIONS THAT CANNOT BE APPLIED ARE LISTED AS REJECTS WITH
000210* THE REASON - UNKNOWN KEY ON CHANGE/DELETE/HOLD/RELEASE,
000220* DUPLICATE KEY ON ADD, AN INVALID STATUS, CLASS STANDING OR
000230* HOLD TYPE, A HOLD ALREADY ON FILE, OR A RELEASE FOR A HOLD
000240* THAT IS NOT ON FILE.  REGMAINT, WAITLIST AND OFFRRESP READ
000250* THE MASTER TO KEEP UNKNOWN, INACTIVE AND HELD STUDENTS OUT OF
000260* SEATS, SO THE HOLD FLAGS HERE ARE WHAT THE COUNTER RELIES ON.
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STUDENT-FILE ASSIGN TO 'DA-S-STUDENT' ORGANIZATION
000330             IS LINE SEQUENTIAL.
000340     SELECT TRANS-FILE ASSIGN TO 'UR-S-STUTRAN' ORGANIZATION
000350             IS LINE SEQUENTIAL.
000360     SELECT NEWMAST-FILE ASSIGN TO 'DA-S-NEWSTU' ORGANIZATION
000370             IS LINE SEQUENTIAL.
000380     SELECT REGISTER-FILE ASSIGN TO 'UR-S-STUREG' ORGANIZATION
000390             IS LINE SEQUENTIAL.
000400     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000410             ORGANIZATION IS LINE SEQUENTIAL
000420             FILE STATUS IS SM-STAT-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460******************************************************************
000470* STUDENT MASTER - ONE RECORD PER STUDENT IN STUDENT-ID ***
000480* SEQUENCE.  STATUS A=ACTIVE I=INACTIVE W=WITHDRAWN ***
000490* G=GRADUATED; ST-TERM IS THE TERM THE STATUS APPLIES TO ***
000500* (BLANK = ANY TERM).  EACH HOLD SLOT CARRIES ITS OWN CODE ***
000510* (B, A OR D) WHEN THE HOLD IS ON AND A SPACE WHEN IT IS OFF ***
000520******************************************************************
000530 FD  STUDENT-FILE.
000540 01  STUDENT-DATA.
000550     88  STUDENT-EOF VALUE HIGH-VALUES.
000560     03  ST-KEY.
000570         05  ST-STUDENT-ID PIC 9(7).
000580     03  ST-STUDENT-NAME PIC X(25).
000590     03  ST-STATUS PIC X.
000600     03  ST-STANDING PIC XX.
000610     03  ST-TERM PIC X(6).
000620     03  ST-HOLDS.
000630         05  ST-HOLD-BURSAR PIC X.
000640         05  ST-HOLD-ADVISING PIC X.
000650         05  ST-HOLD-DISCIP PIC X.
000660     03  FILLER PIC X(36).
000670*
000680******************************************************************
000690* MAINTENANCE TRANSACTION CARD - CODE, STUDENT ID, AND ***
000700* EITHER A FULL REPLACEMENT IMAGE (ADD/CHANGE) OR A HOLD ***
000710* TYPE (HOLD/RELEASE), KEYED IN STUDENT-ID SEQUENCE.  A ***
000720* CHANGE NEVER TOUCHES THE HOLDS - ONLY H AND R CARDS DO ***
000730******************************************************************
000740 FD  TRANS-FILE.
000750 01  TRAN-DATA.
000760     88  TRAN-EOF VALUE HIGH-VALUES.
000770     03  TR-CODE PIC X.
000780         88  TR-ADD VALUE 'A'.
000790         88  TR-CHANGE VALUE 'C'.
000800         88  TR-DELETE VALUE 'D'.
000810         88  TR-HOLD VALUE 'H'.
000820         88  TR-RELEASE VALUE 'R'.
000830     03  TR-KEY.
000840         05  TR-STUDENT-ID PIC 9(7).
000850     03  TR-NEW-FIELDS.
000860         05  TR-STUDENT-NAME PIC X(25).
000870         05  TR-STATUS PIC X.
000880             88  TR-STATUS-VALID VALUE 'A' 'I' 'W' 'G'.
000890         05  TR-STANDING PIC XX.
000900             88  TR-STANDING-VALID VALUE 'FR' 'SO' 'JR' 'SR'
000910                                         'GR'.
000920         05  TR-TERM PIC X(6).
000930     03  TR-HOLD-FIELDS REDEFINES TR-NEW-FIELDS.
000940         05  TR-HOLD-TYPE PIC X.
000950             88  TR-HOLD-BURSAR VALUE 'B'.
000960             88  TR-HOLD-ADVISING VALUE 'A'.
000970             88  TR-HOLD-DISCIP VALUE 'D'.
000980         05  FILLER PIC X(33).
000990     03  FILLER PIC X(38).
001000*
001010 FD  NEWMAST-FILE.
001020 01  NEWMAST-REC PIC X(80).
001030*
001040 FD  REGISTER-FILE.
001050 01  REGISTER-REC PIC X(132).
001060*
001070******************************************************************
001080* SHARED RUN-STATUS FILE - ONE RECORD APPENDED PER PROGRAM ***
001090* RUN, READ BY RUNSUMM FOR THE OPERATIONS SUMMARY ***
001100******************************************************************
001110 FD  STATUS-FILE.
001120 01  STATUS-REC PIC X(80).
001130*
001140 WORKING-STORAGE SECTION.
001150 77  SM-MASTERS-READ PIC 9(5) VALUE 0.
001160 77  SM-MASTERS-WRITTEN PIC 9(5) VALUE 0.
001170 77  SM-TRANS-READ PIC 9(5) VALUE 0.
001180 77  SM-TRANS-APPLIED PIC 9(5) VALUE 0.
001190 77  SM-TRANS-REJECTED PIC 9(5) VALUE 0.
001200 77  SM-STAT-STATUS PIC XX VALUE '00'.
001210 01  MISC.
001220     03  SM-ALLOCATED-SW PIC X VALUE 'N'.
001230         88  SM-ALLOCATED VALUE 'Y'.
001240         88  SM-NOT-ALLOCATED VALUE 'N'.
001250     03  SM-MASTER-KEY PIC X(7).
001260     03  SM-TRANS-KEY PIC X(7).
001270     03  SM-CURR-KEY PIC X(7) VALUE SPACES.
001280     03  SM-PREV-MASTER-KEY PIC X(7) VALUE LOW-VALUES.
001290     03  SM-PREV-TRANS-KEY PIC X(7) VALUE LOW-VALUES.
001300*
001310******************************************************************
001320* HOLD AREA - THE MASTER RECORD BEING BUILT FOR THE CURRENT ***
001330* STUDENT, WRITTEN TO THE NEW MASTER ONCE ALL ITS ***
001340* TRANSACTIONS HAVE BEEN APPLIED ***
001350******************************************************************
001360 01  SM-HOLD-REC.
001370     03  H-KEY.
001380         05  H-STUDENT-ID PIC 9(7).
001390     03  H-STUDENT-NAME PIC X(25).
001400     03  H-STATUS PIC X.
001410     03  H-STANDING PIC XX.
001420     03  H-TERM PIC X(6).
001430     03  H-HOLDS.
001440         05  H-HOLD-BURSAR PIC X.
001450         05  H-HOLD-ADVISING PIC X.
001460         05  H-HOLD-DISCIP PIC X.
001470     03  FILLER PIC X(36).
001480*
001490******************************************************************
001500* DESCRIPTION OF REGISTER HEADING, DETAIL, IMAGE, AND TOTAL ***
001510* LINES ***
001520******************************************************************
001530 01  REG-HEADING1.
001540     03  FILLER PIC X(10) VALUE SPACES.
001550     03  FILLER PIC X(35) VALUE
001560             'STUDENT MASTER TRANSACTION REGISTER'.
001570 01  REG-HEADING2.
001580     03  FILLER PIC X(10) VALUE SPACES.
001590     03  FILLER PIC X(4) VALUE 'CODE'.
001600     03  FILLER PIC X(2) VALUE SPACES.
001610     03  FILLER PIC X(7) VALUE 'STUDENT'.
001620     03  FILLER PIC X(2) VALUE SPACES.
001630     03  FILLER PIC X(4) VALUE 'HOLD'.
001640     03  FILLER PIC X(2) VALUE SPACES.
001650     03  FILLER PIC X(8) VALUE 'STATUS'.
001660     03  FILLER PIC X(2) VALUE SPACES.
001670     03  FILLER PIC X(6) VALUE 'REASON'.
001680 01  REG-DETAIL.
001690     03  FILLER PIC X(10) VALUE SPACES.
001700     03  RG-CODE PIC X.
001710     03  FILLER PIC X(5) VALUE SPACES.
001720     03  RG-STUDENT-ID PIC X(7).
001730     03  FILLER PIC X(3) VALUE SPACES.
001740     03  RG-HOLD-TYPE PIC X.
001750     03  FILLER PIC X(4) VALUE SPACES.
001760     03  RG-STATUS PIC X(8).
001770     03  FILLER PIC X(2) VALUE SPACES.
001780     03  RG-REASON PIC X(30).
001790 01  REG-IMAGE-LINE.
001800     03  FILLER PIC X(14) VALUE SPACES.
001810     03  RI-LABEL PIC X(7).
001820     03  FILLER PIC X(2) VALUE SPACES.
001830     03  RI-NAME PIC X(25).
001840     03  FILLER PIC X(2) VALUE SPACES.
001850     03  RI-STATUS PIC X.
001860     03  FILLER PIC X(2) VALUE SPACES.
001870     03  RI-STANDING PIC XX.
001880     03  FILLER PIC X(2) VALUE SPACES.
001890     03  RI-TERM PIC X(6).
001900     03  FILLER PIC X(2) VALUE SPACES.
001910     03  FILLER PIC X(6) VALUE 'HOLDS '.
001920     03  RI-HOLDS PIC X(3).
001930 01  REG-TOTAL-LINE.
001940     03  FILLER PIC X(10) VALUE SPACES.
001950     03  RT-LABEL PIC X(18).
001960     03  RT-COUNT PIC ZZZZ9.
001970*
001980******************************************************************
001990* RUN-STATUS LINE APPENDED TO UR-S-STATUS - FIXED COLUMNS SO ***
002000* RUNSUMM CAN READ IT BACK WITHOUT PARSING LABELS ***
002010******************************************************************
002020 01  STATUS-LINE.
002030     03  STL-PROGRAM PIC X(8) VALUE 'STUMAINT'.
002040     03  FILLER PIC X VALUE SPACES.
002050     03  STL-DATE PIC 9(6) VALUE 0.
002060     03  FILLER PIC X VALUE SPACES.
002070     03  STL-TIME PIC 9(8) VALUE 0.
002080     03  FILLER PIC X VALUE SPACES.
002090     03  STL-READ PIC 9(5) VALUE 0.
002100     03  FILLER PIC X VALUE SPACES.
002110     03  STL-WRITTEN PIC 9(5) VALUE 0.
002120     03  FILLER PIC X VALUE SPACES.
002130     03  STL-EXCEPTIONS PIC 9(5) VALUE 0.
002140     03  FILLER PIC X VALUE SPACES.
002150     03  STL-RETCODE PIC 99 VALUE 0.
002160     03  FILLER PIC X(35) VALUE SPACES.
002170*
002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE.
002210     PERFORM 2000-BALANCE-LINE THRU 2000-EXIT
002220             UNTIL STUDENT-EOF AND TRAN-EOF.
002230     PERFORM 8000-PRINT-TOTALS.
002240     PERFORM 9000-TERMINATE.
002250     PERFORM 9100-SET-RETURN-CODE.
002260     PERFORM 9500-WRITE-STATUS.
002270     STOP RUN.
002280*
002290******************************************************************
002300* OPENS FILES, PRINTS THE REGISTER HEADING, PRIMES BOTH READS ***
002310******************************************************************
002320 1000-INITIALIZE.
002330     OPEN INPUT STUDENT-FILE
002340         INPUT TRANS-FILE
002350         OUTPUT NEWMAST-FILE
002360         OUTPUT REGISTER-FILE.
002370     WRITE REGISTER-REC FROM REG-HEADING1
002380             AFTER ADVANCING PAGE.
002390     WRITE REGISTER-REC FROM REG-HEADING2
002400             AFTER ADVANCING 1 LINE.
002410     MOVE SPACES TO REGISTER-REC.
002420     WRITE REGISTER-REC AFTER ADVANCING 1 LINE.
002430     PERFORM 7000-READ-MASTER.
002440     PERFORM 7100-READ-TRANS.
002450*
002460******************************************************************
002470* CLASSIC BALANCE LINE - PICKS THE LOWER OF THE TWO KEYS, ***
002480* ALLOCATES THE HOLD AREA FROM THE OLD MASTER WHEN IT MATCHES, **
002490* APPLIES EVERY TRANSACTION FOR THAT KEY, THEN WRITES THE HOLD **
002500* AREA TO THE NEW MASTER IF IT IS STILL ALLOCATED ***
002510******************************************************************
002520 2000-BALANCE-LINE.
002530     IF SM-MASTER-KEY NOT > SM-TRANS-KEY
002540     THEN
002550         MOVE SM-MASTER-KEY TO SM-CURR-KEY
002560     ELSE
002570         MOVE SM-TRANS-KEY TO SM-CURR-KEY
002580     END-IF.
002590     IF SM-MASTER-KEY = SM-CURR-KEY
002600     THEN
002610         MOVE STUDENT-DATA TO SM-HOLD-REC
002620         SET SM-ALLOCATED TO TRUE
002630         PERFORM 7000-READ-MASTER
002640     ELSE
002650         MOVE SPACES TO SM-HOLD-REC
002660         SET SM-NOT-ALLOCATED TO TRUE
002670     END-IF.
002680     PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
002690             UNTIL SM-TRANS-KEY NOT = SM-CURR-KEY.
002700     IF SM-ALLOCATED
002710     THEN
002720         WRITE NEWMAST-REC FROM SM-HOLD-REC
002730         ADD 1 TO SM-MASTERS-WRITTEN
002740     END-IF.
002750 2000-EXIT.
002760     EXIT.
002770*
002780******************************************************************
002790* APPLIES ONE TRANSACTION TO THE HOLD AREA AND LISTS IT ON ***
002800* THE REGISTER, THEN READS THE NEXT TRANSACTION ***
002810******************************************************************
002820 3000-APPLY-TRANS.
002830     EVALUATE TRUE
002840         WHEN TR-ADD
002850             PERFORM 3100-APPLY-ADD
002860         WHEN TR-CHANGE
002870             PERFORM 3200-APPLY-CHANGE
002880         WHEN TR-DELETE
002890             PERFORM 3300-APPLY-DELETE
002900         WHEN TR-HOLD
002910             PERFORM 3400-APPLY-HOLD THRU 3400-HOLD-EXIT
002920         WHEN TR-RELEASE
002930             PERFORM 3500-APPLY-RELEASE THRU 3500-RELEASE-EXIT
002940         WHEN OTHER
002950             PERFORM 5100-PRNT-REJECT-CODE
002960     END-EVALUATE.
002970     PERFORM 7100-READ-TRANS.
002980 3000-EXIT.
002990     EXIT.
003000*
003010******************************************************************
003020* ADD - REJECTED WHEN THE STUDENT IS ALREADY ON THE MASTER OR ***
003030* THE CARD CARRIES A BAD STATUS OR STANDING, OTHERWISE THE ***
003040* HOLD AREA IS BUILT FROM THE CARD IMAGE WITH NO HOLDS ON ***
003050******************************************************************
003060 3100-APPLY-ADD.
003070     EVALUATE TRUE
003080         WHEN SM-ALLOCATED
003090             MOVE 'DUPLICATE KEY ON ADD' TO RG-REASON
003100             PERFORM 5000-PRNT-REJECT
003110         WHEN NOT TR-STATUS-VALID
003120             MOVE 'INVALID STATUS CODE' TO RG-REASON
003130             PERFORM 5000-PRNT-REJECT
003140         WHEN NOT TR-STANDING-VALID
003150             MOVE 'INVALID CLASS STANDING' TO RG-REASON
003160             PERFORM 5000-PRNT-REJECT
003170         WHEN OTHER
003180             MOVE SPACES TO SM-HOLD-REC
003190             MOVE TR-STUDENT-ID TO H-STUDENT-ID
003200             PERFORM 3600-MOVE-CARD-FIELDS
003210             SET SM-ALLOCATED TO TRUE
003220             PERFORM 5200-PRNT-APPLIED
003230             PERFORM 5400-PRNT-AFTER-IMAGE
003240     END-EVALUATE.
003250*
003260******************************************************************
003270* CHANGE - REJECTED WHEN THE STUDENT IS NOT ON THE MASTER OR ***
003280* THE CARD CARRIES A BAD STATUS OR STANDING, OTHERWISE THE ***
003290* NAME, STATUS, STANDING AND TERM ARE REPLACED FROM THE CARD ***
003300******************************************************************
003310 3200-APPLY-CHANGE.
003320     EVALUATE TRUE
003330         WHEN SM-NOT-ALLOCATED
003340             MOVE 'KEY NOT ON MASTER' TO RG-REASON
003350             PERFORM 5000-PRNT-REJECT
003360         WHEN NOT TR-STATUS-VALID
003370             MOVE 'INVALID STATUS CODE' TO RG-REASON
003380             PERFORM 5000-PRNT-REJECT
003390         WHEN NOT TR-STANDING-VALID
003400             MOVE 'INVALID CLASS STANDING' TO RG-REASON
003410             PERFORM 5000-PRNT-REJECT
003420         WHEN OTHER
003430             PERFORM 5200-PRNT-APPLIED
003440             PERFORM 5300-PRNT-BEFORE-IMAGE
003450             PERFORM 3600-MOVE-CARD-FIELDS
003460             PERFORM 5400-PRNT-AFTER-IMAGE
003470     END-EVALUATE.
003480*
003490******************************************************************
003500* DELETE - REJECTED WHEN THE STUDENT IS NOT ON THE MASTER, ***
003510* OTHERWISE THE HOLD AREA IS RELEASED SO NOTHING IS WRITTEN ***
003520******************************************************************
003530 3300-APPLY-DELETE.
003540     IF SM-NOT-ALLOCATED
003550     THEN
003560         MOVE 'KEY NOT ON MASTER' TO RG-REASON
003570         PERFORM 5000-PRNT-REJECT
003580     ELSE
003590         PERFORM 5200-PRNT-APPLIED
003600         PERFORM 5300-PRNT-BEFORE-IMAGE
003610         MOVE SPACES TO SM-HOLD-REC
003620         SET SM-NOT-ALLOCATED TO TRUE
003630     END-IF.
003640*
003650******************************************************************
003660* HOLD - SETS ONE BURSAR, ADVISING OR DISCIPLINARY HOLD.  ***
003670* REJECTED WHEN THE STUDENT IS NOT ON THE MASTER, THE HOLD ***
003680* TYPE IS UNKNOWN, OR THAT HOLD IS ALREADY ON ***
003690******************************************************************
003700 3400-APPLY-HOLD.
003710     IF SM-NOT-ALLOCATED
003720     THEN
003730         MOVE 'KEY NOT ON MASTER' TO RG-REASON
003740         PERFORM 5000-PRNT-REJECT
003750         GO TO 3400-HOLD-EXIT
003760     END-IF.
003770     EVALUATE TRUE
003780         WHEN TR-HOLD-BURSAR AND H-HOLD-BURSAR NOT = SPACE
003790             MOVE 'HOLD ALREADY ON FILE' TO RG-REASON
003800             PERFORM 5000-PRNT-REJECT
003810         WHEN TR-HOLD-ADVISING AND H-HOLD-ADVISING NOT = SPACE
003820             MOVE 'HOLD ALREADY ON FILE' TO RG-REASON
003830             PERFORM 5000-PRNT-REJECT
003840         WHEN TR-HOLD-DISCIP AND H-HOLD-DISCIP NOT = SPACE
003850             MOVE 'HOLD ALREADY ON FILE' TO RG-REASON
003860             PERFORM 5000-PRNT-REJECT
003870         WHEN TR-HOLD-BURSAR
003880             PERFORM 5200-PRNT-APPLIED
003890             PERFORM 5300-PRNT-BEFORE-IMAGE
003900             MOVE 'B' TO H-HOLD-BURSAR
003910             PERFORM 5400-PRNT-AFTER-IMAGE
003920         WHEN TR-HOLD-ADVISING
003930             PERFORM 5200-PRNT-APPLIED
003940             PERFORM 5300-PRNT-BEFORE-IMAGE
003950             MOVE 'A' TO H-HOLD-ADVISING
003960             PERFORM 5400-PRNT-AFTER-IMAGE
003970         WHEN TR-HOLD-DISCIP
003980             PERFORM 5200-PRNT-APPLIED
003990             PERFORM 5300-PRNT-BEFORE-IMAGE
004000             MOVE 'D' TO H-HOLD-DISCIP
004010             PERFORM 5400-PRNT-AFTER-IMAGE
004020         WHEN OTHER
004030             MOVE 'INVALID HOLD TYPE' TO RG-REASON
004040             PERFORM 5000-PRNT-REJECT
004050     END-EVALUATE.
004060 3400-HOLD-EXIT.
004070     EXIT.
004080*
004090******************************************************************
004100* RELEASE - CLEARS ONE HOLD.  REJECTED WHEN THE STUDENT IS NOT ***
004110* ON THE MASTER, THE HOLD TYPE IS UNKNOWN, OR THAT HOLD IS ***
004120* NOT ON ***
004130******************************************************************
004140 3500-APPLY-RELEASE.
004150     IF SM-NOT-ALLOCATED
004160     THEN
004170         MOVE 'KEY NOT ON MASTER' TO RG-REASON
004180         PERFORM 5000-PRNT-REJECT
004190         GO TO 3500-RELEASE-EXIT
004200     END-IF.
004210     EVALUATE TRUE
004220         WHEN TR-HOLD-BURSAR AND H-HOLD-BURSAR = SPACE
004230             MOVE 'NO SUCH HOLD ON FILE' TO RG-REASON
004240             PERFORM 5000-PRNT-REJECT
004250         WHEN TR-HOLD-ADVISING AND H-HOLD-ADVISING = SPACE
004260             MOVE 'NO SUCH HOLD ON FILE' TO RG-REASON
004270             PERFORM 5000-PRNT-REJECT
004280         WHEN TR-HOLD-DISCIP AND H-HOLD-DISCIP = SPACE
004290             MOVE 'NO SUCH HOLD ON FILE' TO RG-REASON
004300             PERFORM 5000-PRNT-REJECT
004310         WHEN TR-HOLD-BURSAR
004320             PERFORM 5200-PRNT-APPLIED
004330             PERFORM 5300-PRNT-BEFORE-IMAGE
004340             MOVE SPACE TO H-HOLD-BURSAR
004350             PERFORM 5400-PRNT-AFTER-IMAGE
004360         WHEN TR-HOLD-ADVISING
004370             PERFORM 5200-PRNT-APPLIED
004380             PERFORM 5300-PRNT-BEFORE-IMAGE
004390             MOVE SPACE TO H-HOLD-ADVISING
004400             PERFORM 5400-PRNT-AFTER-IMAGE
004410         WHEN TR-HOLD-DISCIP
004420             PERFORM 5200-PRNT-APPLIED
004430             PERFORM 5300-PRNT-BEFORE-IMAGE
004440             MOVE SPACE TO H-HOLD-DISCIP
004450             PERFORM 5400-PRNT-AFTER-IMAGE
004460         WHEN OTHER
004470             MOVE 'INVALID HOLD TYPE' TO RG-REASON
004480             PERFORM 5000-PRNT-REJECT
004490     END-EVALUATE.
004500 3500-RELEASE-EXIT.
004510     EXIT.
004520*
004530******************************************************************
004540* MOVES THE NON-KEY CARD FIELDS INTO THE HOLD AREA - USED BY ***
004550* BOTH ADD AND CHANGE, WHICH CARRY A FULL REPLACEMENT IMAGE ***
004560* OF EVERYTHING BUT THE HOLDS ***
004570******************************************************************
004580 3600-MOVE-CARD-FIELDS.
004590     MOVE TR-STUDENT-NAME TO H-STUDENT-NAME.
004600     MOVE TR-STATUS TO H-STATUS.
004610     MOVE TR-STANDING TO H-STANDING.
004620     MOVE TR-TERM TO H-TERM.
004630*
004640******************************************************************
004650* LISTS A REJECTED TRANSACTION - THE REASON IS ALREADY IN ***
004660* RG-REASON WHEN THIS PARAGRAPH IS PERFORMED ***
004670******************************************************************
004680 5000-PRNT-REJECT.
004690     MOVE TR-CODE TO RG-CODE.
004700     MOVE TR-KEY TO RG-STUDENT-ID.
004710     PERFORM 5050-SET-HOLD-COLUMN.
004720     MOVE 'REJECTED' TO RG-STATUS.
004730     WRITE REGISTER-REC FROM REG-DETAIL
004740             AFTER ADVANCING 1 LINE.
004750     ADD 1 TO SM-TRANS-REJECTED.
004760*
004770******************************************************************
004780* SHOWS THE HOLD TYPE ON THE REGISTER LINE FOR HOLD AND ***
004790* RELEASE CARDS ONLY ***
004800******************************************************************
004810 5050-SET-HOLD-COLUMN.
004820     IF TR-HOLD OR TR-RELEASE
004830     THEN
004840         MOVE TR-HOLD-TYPE TO RG-HOLD-TYPE
004850     ELSE
004860         MOVE SPACE TO RG-HOLD-TYPE
004870     END-IF.
004880*
004890******************************************************************
004900* LISTS A TRANSACTION CARRYING AN UNRECOGNIZED CODE ***
004910******************************************************************
004920 5100-PRNT-REJECT-CODE.
004930     MOVE 'INVALID TRANSACTION CODE' TO RG-REASON.
004940     PERFORM 5000-PRNT-REJECT.
004950*
004960******************************************************************
004970* LISTS AN APPLIED TRANSACTION ***
004980******************************************************************
004990 5200-PRNT-APPLIED.
005000     MOVE TR-CODE TO RG-CODE.
005010     MOVE TR-KEY TO RG-STUDENT-ID.
005020     PERFORM 5050-SET-HOLD-COLUMN.
005030     MOVE 'APPLIED' TO RG-STATUS.
005040     MOVE SPACES TO RG-REASON.
005050     WRITE REGISTER-REC FROM REG-DETAIL
005060             AFTER ADVANCING 1 LINE.
005070     ADD 1 TO SM-TRANS-APPLIED.
005080*
005090******************************************************************
005100* PRINTS THE HOLD AREA AS THE BEFORE IMAGE ***
005110******************************************************************
005120 5300-PRNT-BEFORE-IMAGE.
005130     MOVE 'BEFORE' TO RI-LABEL.
005140     PERFORM 5500-PRNT-HOLD-IMAGE.
005150*
005160******************************************************************
005170* PRINTS THE HOLD AREA AS THE AFTER IMAGE ***
005180******************************************************************
005190 5400-PRNT-AFTER-IMAGE.
005200     MOVE 'AFTER' TO RI-LABEL.
005210     PERFORM 5500-PRNT-HOLD-IMAGE.
005220*
005230******************************************************************
005240* FORMATS AND WRITES ONE IMAGE LINE FROM THE HOLD AREA ***
005250******************************************************************
005260 5500-PRNT-HOLD-IMAGE.
005270     MOVE H-STUDENT-NAME TO RI-NAME.
005280     MOVE H-STATUS TO RI-STATUS.
005290     MOVE H-STANDING TO RI-STANDING.
005300     MOVE H-TERM TO RI-TERM.
005310     MOVE H-HOLDS TO RI-HOLDS.
005320     WRITE REGISTER-REC FROM REG-IMAGE-LINE
005330             AFTER ADVANCING 1 LINE.
005340*
005350******************************************************************
005360* READS THE OLD MASTER AND REFRESHES ITS COMPARE KEY ***
005370******************************************************************
005380 7000-READ-MASTER.
005390     READ STUDENT-FILE INTO STUDENT-DATA
005400             AT END SET STUDENT-EOF TO TRUE
005410             NOT AT END ADD 1 TO SM-MASTERS-READ
005420     END-READ.
005430     MOVE ST-KEY TO SM-MASTER-KEY.
005440     IF SM-MASTER-KEY < SM-PREV-MASTER-KEY
005450     THEN
005460         DISPLAY 'DA-S-STUDENT OUT OF SEQUENCE AT KEY '
005470             SM-MASTER-KEY
005480         PERFORM 9900-SEQUENCE-ABORT
005490     END-IF.
005500     MOVE SM-MASTER-KEY TO SM-PREV-MASTER-KEY.
005510*
005520******************************************************************
005530* READS THE TRANSACTION FILE AND REFRESHES ITS COMPARE KEY ***
005540******************************************************************
005550 7100-READ-TRANS.
005560     READ TRANS-FILE INTO TRAN-DATA
005570             AT END SET TRAN-EOF TO TRUE
005580             NOT AT END ADD 1 TO SM-TRANS-READ
005590     END-READ.
005600     MOVE TR-KEY TO SM-TRANS-KEY.
005610     IF SM-TRANS-KEY < SM-PREV-TRANS-KEY
005620     THEN
005630         DISPLAY 'UR-S-STUTRAN OUT OF SEQUENCE AT KEY '
005640             SM-TRANS-KEY
005650         PERFORM 9900-SEQUENCE-ABORT
005660     END-IF.
005670     MOVE SM-TRANS-KEY TO SM-PREV-TRANS-KEY.
005680*
005690******************************************************************
005700* PRINTS THE RUN TOTALS AT THE FOOT OF THE REGISTER ***
005710******************************************************************
005720 8000-PRINT-TOTALS.
005730     MOVE SPACES TO REGISTER-REC.
005740     WRITE REGISTER-REC AFTER ADVANCING 1 LINE.
005750     MOVE 'OLD MASTER READ   ' TO RT-LABEL.
005760     MOVE SM-MASTERS-READ TO RT-COUNT.
005770     WRITE REGISTER-REC FROM REG-TOTAL-LINE
005780             AFTER ADVANCING 1 LINE.
005790     MOVE 'NEW MASTER WRITTEN' TO RT-LABEL.
005800     MOVE SM-MASTERS-WRITTEN TO RT-COUNT.
005810     WRITE REGISTER-REC FROM REG-TOTAL-LINE
005820             AFTER ADVANCING 1 LINE.
005830     MOVE 'TRANSACTIONS READ ' TO RT-LABEL.
005840     MOVE SM-TRANS-READ TO RT-COUNT.
005850     WRITE REGISTER-REC FROM REG-TOTAL-LINE
005860             AFTER ADVANCING 1 LINE.
005870     MOVE 'APPLIED           ' TO RT-LABEL.
005880     MOVE SM-TRANS-APPLIED TO RT-COUNT.
005890     WRITE REGISTER-REC FROM REG-TOTAL-LINE
005900             AFTER ADVANCING 1 LINE.
005910     MOVE 'REJECTED          ' TO RT-LABEL.
005920     MOVE SM-TRANS-REJECTED TO RT-COUNT.
005930     WRITE REGISTER-REC FROM REG-TOTAL-LINE
005940             AFTER ADVANCING 1 LINE.
005950*
005960******************************************************************
005970* CLOSES FILES ***
005980******************************************************************
005990 9000-TERMINATE.
006000     CLOSE STUDENT-FILE, TRANS-FILE, NEWMAST-FILE, REGISTER-FILE.
006010*
006020******************************************************************
006030* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 4 WHEN ANY ***
006040* TRANSACTION WAS REJECTED, 0 OTHERWISE ***
006050******************************************************************
006060 9100-SET-RETURN-CODE.
006070     IF SM-TRANS-REJECTED > 0
006080     THEN
006090         MOVE 4 TO RETURN-CODE
006100     END-IF.
006110*
006120******************************************************************
006130* ABORTS THE RUN WHEN AN INPUT FILE IS FOUND OUT OF KEY ***
006140* SEQUENCE - A MIS-SORTED INPUT WOULD SILENTLY MIS-MERGE THE ***
006150* NEW MASTER, SO THE RUN STOPS RATHER THAN WRITE ONE ***
006160******************************************************************
006170 9900-SEQUENCE-ABORT.
006180     CLOSE STUDENT-FILE, TRANS-FILE, NEWMAST-FILE, REGISTER-FILE.
006190     MOVE 16 TO RETURN-CODE.
006200     PERFORM 9500-WRITE-STATUS.
006210     STOP RUN.
006220*
006230******************************************************************
006240* APPENDS THIS RUN'S MACHINE-READABLE STATUS RECORD TO THE ***
006250* SHARED UR-S-STATUS FILE - RUNSUMM READS IT BACK TO BUILD ***
006260* THE MORNING OPERATIONS SUMMARY, SO A RUN THAT NEVER GETS ***
006270* HERE SHOWS UP THERE AS A MISSING STEP ***
006280******************************************************************
006290 9500-WRITE-STATUS.
006300     ACCEPT STL-DATE FROM DATE.
006310     ACCEPT STL-TIME FROM TIME.
006320     MOVE SM-MASTERS-READ TO STL-READ.
006330     MOVE SM-MASTERS-WRITTEN TO STL-WRITTEN.
006340     MOVE SM-TRANS-REJECTED TO STL-EXCEPTIONS.
006350     MOVE RETURN-CODE TO STL-RETCODE.
006360     OPEN EXTEND STATUS-FILE.
006370     IF SM-STAT-STATUS NOT = '00'
006380     THEN
006390         OPEN OUTPUT STATUS-FILE
006400     END-IF.
006410     WRITE STATUS-REC FROM STATUS-LINE.
006420     CLOSE STATUS-FILE.
006430*
