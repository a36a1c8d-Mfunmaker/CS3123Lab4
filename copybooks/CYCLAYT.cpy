      ******************************************************
      *         DESCRIPTION OF NIGHTLY CYCLE STATUS       ***
      *         RECORD -- CRSCYCLE, REWRITTEN BY CRSCTL   ***
      *         BEFORE AND AFTER EVERY STEP SO IT ALWAYS  ***
      *         SHOWS HOW FAR THE NIGHT GOT.  ONE HEADER  ***
      *         ('H') FOR THE CYCLE, THEN ONE STEP ('S')  ***
      *         RECORD PER STEP CARD IN DASSTEP ORDER.    ***
      *         A CYCLE LEFT STOPPED OR RUNNING IS        ***
      *         RESUMED BY THE NEXT CRSCTL RUN AT ITS     ***
      *         FIRST STEP NOT YET DONE                   ***
      ******************************************************
       01  CYCLEDATA.
           03 CY-REC-TYPE       PIC X.
                 88 CY-HEADER           VALUE 'H'.
                 88 CY-STEP             VALUE 'S'.
           03 CY-BODY           PIC X(63).
           03 CY-HEADER-BODY REDEFINES CY-BODY.
                05 CY-CYCLE-DATE     PIC 9(8).
                05 CY-CYCLE-TIME     PIC 9(6).
                05 CY-PREV-DATE      PIC 9(8).
                05 CY-STATE          PIC X.
                     88 CY-CYCLE-RUNNING    VALUE 'R'.
                     88 CY-CYCLE-STOPPED    VALUE 'F'.
                     88 CY-CYCLE-COMPLETE   VALUE 'C'.
                05 CY-RUN-COUNT      PIC 99.
                05 CY-STEP-COUNT     PIC 999.
                05 FILLER            PIC X(35).
           03 CY-STEP-BODY REDEFINES CY-BODY.
                05 CY-SEQ            PIC 999.
                05 CY-STEP-NAME      PIC X(8).
                05 CY-MAX-RC         PIC 99.
                05 CY-STOP-FLAG      PIC X.
                05 CY-STATUS         PIC X.
                     88 CY-STEP-PENDING     VALUE 'P'.
                     88 CY-STEP-RUNNING     VALUE 'R'.
                     88 CY-STEP-GOOD        VALUE 'C'.
                     88 CY-STEP-TOLERATED   VALUE 'E'.
                     88 CY-STEP-FAILED      VALUE 'F'.
                05 CY-START-DATE     PIC 9(8).
                05 CY-START-TIME     PIC 9(6).
                05 CY-END-DATE       PIC 9(8).
                05 CY-END-TIME       PIC 9(6).
                05 CY-RC             PIC 9(4).
                05 CY-RUN-NUMBER     PIC 99.
                05 FILLER            PIC X(14).
