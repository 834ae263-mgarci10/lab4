      * THRESHOLDS SHARED BY THE NIGHTLY JOB STREAM - COLS 13-15 ***
      * ARE THIS PROGRAM'S EXCEPTION LIMIT, COLS 17-19 RMCONFLK'S ***
      * CONFLICT LIMIT, COLS 21-23 FACLOAD'S ERROR LIMIT, COLS 25-27 ***
      * OFFRRESP'S OFFER-EXPIRY DAYS, COLS 29-34 THE EXPECTED ***
      * CH-TERM CODE EVERY DA-S-COURSE READER VERIFIES, COLS 36-41 ***
      * THE NEW TERM CODE FOR TERMROLL, AND COLS 43-48 THE GENBKUP ***
      * GENERATION DATE (YYMMDD) FOR GENRSTR TO RESTORE ***
      ******************************************************************
       FD PARM-FILE.
        01 PARM-CARD.
        03 PMC-OFFER-DAYS PIC XXX.
        03 FILLER PIC X.
        03 PMC-TERM PIC X(6).
        03 FILLER PIC X.
        03 PMC-NEW-TERM PIC X(6).
        03 FILLER PIC X.
        03 PMC-GEN-DATE PIC X(6).
        03 FILLER PIC X(32).

      ******************************************************************
      * CHECKPOINT RECORD - LAST COURSE KEY PROCESSED AND A RUNNING ***
