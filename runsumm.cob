000090*   DATE      INIT  DESCRIPTION
000100*   09/03/26  RD    INITIAL WRITE - NIGHT-STREAM OPERATIONS
000110*                   SUMMARY FROM THE SHARED STATUS FILE
000112*   10/15/26  RD    ADD STUMAINT TO THE EXPECTED STEPS
000114*   10/15/26  RD    ADD BILLFEED TO THE EXPECTED STEPS
000116*   10/15/26  RD    ADD GENBKUP TO THE EXPECTED STEPS
000118*   10/15/26  RD    ADD LINKAUD TO THE EXPECTED STEPS
000119*   10/15/26  RD    ADD STUNOTFY TO THE EXPECTED STEPS
000120*----------------------------------------------------------------
000130*
000140* END-OF-STREAM STEP.  EVERY PROGRAM IN THE NIGHTLY STREAM
000650 WORKING-STORAGE SECTION.
000660 77  RS-STAT-STATUS PIC XX VALUE '00'.
000670 77  RS-RECORDS-READ PIC 9(5) VALUE 0.
000680 77  RS-STEP-MAX PIC 99 VALUE 21.
000690 77  RS-I PIC 99 VALUE 0.
000700 77  RS-MISSING-COUNT PIC 99 VALUE 0.
000710 77  RS-EXTRA-COUNT PIC 99 VALUE 0.
000820* PROGRAM JOINS THE STREAM ***
000830******************************************************************
000840 01  EXPECTED-NAMES.
000845     03  FILLER PIC X(8) VALUE 'GENBKUP'.
000850     03  FILLER PIC X(8) VALUE 'LAB4'.
000860     03  FILLER PIC X(8) VALUE 'CRSMAINT'.
000865     03  FILLER PIC X(8) VALUE 'CRSIXBLD'.
000867     03  FILLER PIC X(8) VALUE 'STUMAINT'.
000870     03  FILLER PIC X(8) VALUE 'WAITLIST'.
000880     03  FILLER PIC X(8) VALUE 'OFFRRESP'.
000890     03  FILLER PIC X(8) VALUE 'REGMAINT'.
000895     03  FILLER PIC X(8) VALUE 'BILLFEED'.
000897     03  FILLER PIC X(8) VALUE 'LINKAUD'.
000900     03  FILLER PIC X(8) VALUE 'CLSROSTR'.
000910     03  FILLER PIC X(8) VALUE 'STUSCHED'.
000920     03  FILLER PIC X(8) VALUE 'CRSCOMPR'.
000955     03  FILLER PIC X(8) VALUE 'ROOMVAL'.
000960     03  FILLER PIC X(8) VALUE 'RMUTIL'.
000970     03  FILLER PIC X(8) VALUE 'XREFRECN'.
000972     03  FILLER PIC X(8) VALUE 'STUNOTFY'.
000980 01  EXPECTED-TABLE REDEFINES EXPECTED-NAMES.
000990     03  EXP-NAME OCCURS 21 TIMES PIC X(8).
001000*
001010******************************************************************
001020* WHAT EACH EXPECTED STEP REPORTED - FILLED AS THE STATUS ***
001030* FILE IS READ, LATEST RECORD WINNING ***
001040******************************************************************
001050 01  STEP-TABLE.
001060     03  STEP-ENTRY OCCURS 21 TIMES.
001070         05  SE-FOUND-SW PIC X.
001080             88  SE-FOUND VALUE 'Y'.
001090         05  SE-DATE PIC 9(6).
