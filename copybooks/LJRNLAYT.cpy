      ******************************************************
      *         DESCRIPTION OF LEDGER JOURNAL RECORD      ***
      *         WRITTEN BY CRSPOST AND READ BY CRSRECV -- ***
      *         THE DASENRL/DASWAIT COUNTERPART OF        ***
      *         CRSJRNL.  A DATED BEFORE ('B') OR AFTER   ***
      *         ('A') IMAGE OF EVERY LEDGER OR WAITLIST   ***
      *         RECORD WRITTEN, REWRITTEN, OR DELETED,    ***
      *         APPENDED TO ENRJRNL.  LJ-FILE SAYS WHICH  ***
      *         FILE THE IMAGE BELONGS TO                 ***
      ******************************************************
       01  LJRNLDATA.
           03 LJ-DATE           PIC 9(8).
           03 LJ-TIME           PIC 9(6).
           03 LJ-FILE           PIC X.
                 88 LJ-ENROLLMENT       VALUE 'E'.
                 88 LJ-WAITLIST         VALUE 'W'.
           03 LJ-ACTION         PIC X.
           03 LJ-IMAGE-TYPE     PIC X.
           03 LJ-IMAGE          PIC X(64).
