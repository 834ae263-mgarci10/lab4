000090*   DATE      INIT  DESCRIPTION
000100*   09/03/26  MG    INITIAL WRITE - SECTION-CANCELLATION
000110*                   CASCADE ACROSS THE SATELLITE FILES
000112*   10/15/26  MG    APPEND A NOTICE EVENT TO UR-S-NOTEVT FOR EVERY
000114*                   STUDENT DROPPED OR PURGED BY A CANCELLATION
000120*----------------------------------------------------------------
000130*
000140* RUNS RIGHT BEHIND CRSMAINT WHENEVER DELETES WERE APPLIED.
000290* CANCELLED SECTION - THE ASSIGNED INSTRUCTORS AND EVERY
000300* AFFECTED STUDENT, REGISTERED OR WAITLISTED - SO THE
000310* DEPARTMENT CAN MAKE THE CALLS THE SAME DAY.
000312* EVERY DROP AND PURGE IS ALSO APPENDED AS A NOTICE EVENT TO
000314* UR-S-NOTEVT, SO STUNOTFY TELLS THE STUDENT THE SECTION WAS
000316* CANCELLED RATHER THAN SIMPLY DROPPED.
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000580     SELECT OPTIONAL STATUS-FILE ASSIGN TO 'UR-S-STATUS'
000590             ORGANIZATION IS LINE SEQUENTIAL
000600             FILE STATUS IS CS-STAT-STATUS.
000602     SELECT OPTIONAL NOTICE-FILE ASSIGN TO 'UR-S-NOTEVT'
000604             ORGANIZATION IS LINE SEQUENTIAL
000606             FILE STATUS IS CS-NTE-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
001500     03  II-NAME PIC X(25).
001510     03  FILLER PIC X(45).
001520*
001521******************************************************************
001522* STUDENT NOTICE EVENT - SHARED BY EVERY PROGRAM THAT CHANGES ***
001523* A STUDENT'S REGISTRATION OR WAITLIST STANDING, ONE RECORD ***
001524* APPENDED PER EVENT AND READ BACK BY STUNOTFY ***
001525******************************************************************
001526 FD  NOTICE-FILE.
001527 01  NOTICE-DATA.
001528     03  NE-STUDENT-ID PIC 9(7).
001529     03  NE-EVENT-CODE PIC XX.
001530     03  NE-KEY PIC X(10).
001531     03  NE-PRIORITY PIC 9(3).
001532     03  NE-STUDENT-NAME PIC X(25).
001533     03  NE-PROGRAM PIC X(8).
001534     03  NE-EVENT-DATE PIC 9(6).
001535     03  FILLER PIC X(19).
001536*
001537 FD  DROPTRAN-FILE.
001540 01  DROPTRAN-REC PIC X(80).
001550*
001560 FD  WLPURGE-FILE.
001980 77  CS-PARM-STATUS PIC XX VALUE '00'.
001990 77  CS-PARM-TERM PIC X(6) VALUE SPACES.
002000 77  CS-STAT-STATUS PIC XX VALUE '00'.
002002 77  CS-NTE-STATUS PIC XX VALUE '00'.
002010 01  MISC.
002020     03  TRAILER-FOUND-SW PIC X VALUE 'N'.
002030         88  TRAILER-FOUND VALUE 'Y'.
002130     03  CS-PREV-NEW-KEY PIC X(10) VALUE LOW-VALUES.
002140     03  CS-PREV-DETAIL-KEY PIC X(10) VALUE LOW-VALUES.
002150     03  CS-PREV-WAIT-KEY PIC X(10) VALUE LOW-VALUES.
002152     03  CS-NOTICE-CODE PIC XX VALUE SPACES.
002160*
002170 01  CONTROL-HEADER-REC.
002180     03  CH-ID PIC XXX VALUE SPACES.
003690     PERFORM 7000-READ-OLDMAST.
003700     PERFORM 7100-READ-NEWMAST.
003710     PERFORM 1100-VERIFY-TERM.
003712     PERFORM 1700-OPEN-NOTICES.
003720     WRITE REPORT-REC FROM CANCEL-HEADING1
003730             AFTER ADVANCING PAGE.
003740     MOVE SPACES TO REPORT-REC.
005020     MOVE RD-STUDENT-NAME TO DC-STUDENT-NAME.
005030     WRITE DROPTRAN-REC FROM DROP-CARD-OUT.
005040     ADD 1 TO CS-DROPS-WRITTEN.
005042     MOVE 'CN' TO CS-NOTICE-CODE.
005044     PERFORM 5300-WRITE-NOTICE.
005050     MOVE RD-STUDENT-ID TO CT-STUDENT-ID.
005060     MOVE RD-STUDENT-NAME TO CT-STUDENT-NAME.
005070     MOVE 'REGISTERED' TO CT-NOTE.
005190 4200-PURGE-WAITLIST.
005200     WRITE WLPURGE-REC FROM WAITLST-DATA.
005210     ADD 1 TO CS-PURGES-WRITTEN.
005212     MOVE 'CW' TO CS-NOTICE-CODE.
005214     PERFORM 5300-WRITE-NOTICE.
005220     MOVE WL-STUDENT-ID TO CT-STUDENT-ID.
005230     MOVE WL-STUDENT-NAME TO CT-STUDENT-NAME.
005240     MOVE 'WAITLISTED' TO CT-NOTE.
007380 9000-TERMINATE.
007390     CLOSE OLDMAST-FILE, NEWMAST-FILE, REGDETL-FILE,
007400           WAITLST-FILE, INSTR-FILE, DROPTRAN-FILE,
007410           WLPURGE-FILE, INSTDEL-FILE, REPORT-FILE,
007412           NOTICE-FILE.
007420*
007430******************************************************************
007440* SETS THE RETURN CODE FOR THE JOB SCHEDULER - 12 WHEN EITHER ***
007700 9900-SEQUENCE-ABORT.
007710     CLOSE OLDMAST-FILE, NEWMAST-FILE, REGDETL-FILE,
007720           WAITLST-FILE, INSTR-FILE, DROPTRAN-FILE,
007730           WLPURGE-FILE, INSTDEL-FILE, REPORT-FILE,
007732           NOTICE-FILE.
007740     MOVE 16 TO RETURN-CODE.
007750     PERFORM 9500-WRITE-STATUS.
007760     STOP RUN.
007940     END-IF.
007950     WRITE STATUS-REC FROM STATUS-LINE.
007960     CLOSE STATUS-FILE.
007961*
007962******************************************************************
007963* OPENS THE SHARED NOTICE-EVENT FILE FOR APPEND - OPERATIONS ***
007964* SCRATCHES UR-S-NOTEVT AT THE HEAD OF EACH STREAM, SO THE ***
007965* FIRST PROGRAM WITH A NOTICE TO WRITE CREATES IT ***
007966******************************************************************
007967 1700-OPEN-NOTICES.
007968     OPEN EXTEND NOTICE-FILE.
007969     IF CS-NTE-STATUS NOT = '00'
007970     THEN
007971         OPEN OUTPUT NOTICE-FILE
007972     END-IF.
007973*
007974******************************************************************
007975* APPENDS ONE NOTICE EVENT - CN FOR A REGISTERED STUDENT ***
007976* DROPPED FROM THE CANCELLED SECTION, CW FOR A QUEUED STUDENT ***
007977* PURGED FROM ITS WAITLIST ***
007978******************************************************************
007979 5300-WRITE-NOTICE.
007980     MOVE SPACES TO NOTICE-DATA.
007981     MOVE CS-NOTICE-CODE TO NE-EVENT-CODE.
007982     IF CS-NOTICE-CODE = 'CN'
007983     THEN
007984         MOVE RD-STUDENT-ID TO NE-STUDENT-ID
007985         MOVE RD-KEY TO NE-KEY
007986         MOVE 0 TO NE-PRIORITY
007987         MOVE RD-STUDENT-NAME TO NE-STUDENT-NAME
007988     ELSE
007989         MOVE WL-STUDENT-ID TO NE-STUDENT-ID
007990         MOVE WL-KEY TO NE-KEY
007991         MOVE WL-PRIORITY TO NE-PRIORITY
007992         MOVE WL-STUDENT-NAME TO NE-STUDENT-NAME
007993     END-IF.
007994     MOVE 'CSCANCEL' TO NE-PROGRAM.
007995     ACCEPT NE-EVENT-DATE FROM DATE.
007996     WRITE NOTICE-DATA.
