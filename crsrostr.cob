      *        THE LEDGER AND LIST EVERY SECTION WHOSE SEATS
      *        TAKEN DON'T MATCH ITS LEDGER RECORD COUNT ON
      *        URSRBAL, RETURN CODE 8 WHEN ANY DISAGREE.
      *   MWF  PRINT EACH STUDENT'S NAME NEXT TO THE ID ON THE
      *        URSROST AND URSIROS PAGES, OFF THE NEW DASSTUD
      *        STUDENT MASTER.  AN ID NOT ON THE MASTER PRINTS
      *        FLAGGED; NO MASTER AT ALL OMITS THE NAMES.
      *   MWF  A LEDGER RECORD CRSPOST MARKED WITHDRAWN (A
      *        DROP PAST THE TERM'S DROP DEADLINE) STILL
      *        PRINTS ON THE ROSTER PAGES, FLAGGED WITHDRAWN,
      *        BUT NO LONGER HOLDS A SEAT -- IT IS LEFT OUT
      *        OF THE SECTION'S ENROLLED COUNT AND OF THE
      *        LEDGER COUNT THE BALANCE PASS CHECKS.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-ID
               FILE STATUS IS WS-INSTR-FILE-STATUS.
           SELECT STUDFILE ASSIGN TO 'DASSTUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               FILE STATUS IS WS-STUD-FILE-STATUS.
           SELECT SRTENRL ASSIGN TO 'SRTENRL'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO 'SRTWK01'.
        FD  INSTRFILE
           LABEL RECORDS ARE STANDARD.
           COPY INSLAYT.
        FD  STUDFILE
           LABEL RECORDS ARE STANDARD.
           COPY STUDLAYT.
      ******************************************************
      *   SRTENRL IS THE LEDGER SORTED INTO THE CATALOG'S
      *   C-ABB/C-NUMB/C-SEC ORDER SO EACH SECTION'S SEATS
                 88 SECTION-FOUND        VALUE 'Y'.
           03  WS-INSTR-CHECK    PIC X   VALUE 'N'.
                 88 INSTR-CHECK-ACTIVE   VALUE 'Y'.
           03  WS-STUD-FILE-STATUS PIC XX VALUE '00'.
           03  WS-STUD-CHECK     PIC X   VALUE 'N'.
                 88 STUD-CHECK-ACTIVE    VALUE 'Y'.
           03  WS-LEDGER-DONE    PIC X   VALUE 'N'.
                 88 LEDGER-DONE          VALUE 'Y'.
      **********************************************************
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-BAL-ERRORS        PIC 9(5) COMP VALUE 0.
        77  WS-BAL-SECTIONS      PIC 9(7) COMP VALUE 0.
        77  WS-STUD-NAME         PIC X(25) VALUE SPACES.
      **********************************************************
      *   THE SECTION'S COURSE-FILE FIELDS AS OF THE PAGE      *
      *   HEADING LOOKUP, HELD HERE SO THE SECTION-TOTAL LINE  *
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(10)       VALUE
                 'STUDENT ID'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(4)        VALUE   'NAME'.
       01 ROSTDATA.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 RO-STUDENT        PIC X(9).
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 RO-NAME           PIC X(25).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RO-WDFLAG         PIC X(9).
       01 ROST-TOTAL-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(9)        VALUE 'ENROLLED '.
           03 FILLER            PIC X(8)        VALUE   SPACES.
           03 FILLER            PIC X(10)       VALUE
                 'STUDENT ID'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(4)        VALUE   'NAME'.
       01 IROSDATA.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 IR-TERM           PIC X(5).
           03 IR-SEC            PIC XXX.
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 IR-STUDENT        PIC X(9).
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 IR-STUDNAME       PIC X(25).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 IR-WDFLAG         PIC X(9).
      ********************************************************
      *     DESCRIPTION OF ENROLLMENT BALANCE REPORT       ***
      ********************************************************
                     WS-INSTR-FILE-STATUS
                     ') -- INSTRUCTOR NAMES OMITTED'
           END-IF.
           OPEN INPUT STUDFILE.
           IF WS-STUD-FILE-STATUS = '00'
                MOVE 'Y' TO WS-STUD-CHECK
           ELSE
                DISPLAY 'DASSTUD NOT AVAILABLE ('
                     WS-STUD-FILE-STATUS
                     ') -- STUDENT NAMES OMITTED'
           END-IF.
           OPEN INPUT SRTENRL.
           OPEN OUTPUT ROSTFILE.
           OPEN OUTPUT ROSWORK.
           IF INSTR-CHECK-ACTIVE
                CLOSE INSTRFILE
           END-IF.
           IF STUD-CHECK-ACTIVE
                CLOSE STUDFILE
           END-IF.
           DISPLAY 'LEDGER RECORDS READ:     ' WS-READ-COUNT.
           DISPLAY 'SECTIONS CHECKED:        ' WS-BAL-SECTIONS.
           DISPLAY 'SECTIONS OUT OF BALANCE: ' WS-BAL-ERRORS.
                END-IF
           END-IF.
           MOVE E-STUDENT TO RO-STUDENT.
           PERFORM 160FINDSTUDNAME THRU 160FINDSTUDNAME-EXIT.
           MOVE WS-STUD-NAME TO RO-NAME.
           MOVE SPACES TO RO-WDFLAG.
           IF E-STATUS-WITHDRAWN
                MOVE 'WITHDRAWN' TO RO-WDFLAG
           END-IF.
           WRITE ROSTREC FROM ROSTDATA
                AFTER ADVANCING 1 LINE.
           ADD 1 TO LINECT.
           IF NOT E-STATUS-WITHDRAWN
                ADD 1 TO WS-SECT-COUNT
           END-IF.
           MOVE WS-SECT-INSTR TO RW-INSTRUCTOR.
           MOVE ENROLLDATA    TO RW-IMAGE.
           WRITE ROSWORKDATA.
       130FINDINSTRNAME-EXIT.
           EXIT.
      **********************************************************
      *   THE STUDENT'S NAME OFF THE DASSTUD MASTER FOR THE    *
      *   LEDGER RECORD IN ENROLLDATA, THE SAME DEGRADED       *
      *   LOOKUP AS THE INSTRUCTOR NAME ABOVE                  *
      **********************************************************
       160FINDSTUDNAME.
           MOVE SPACES TO WS-STUD-NAME.
           IF NOT STUD-CHECK-ACTIVE
                GO TO 160FINDSTUDNAME-EXIT
           END-IF.
           MOVE E-STUDENT TO ST-ID.
           READ STUDFILE
                KEY IS ST-ID
                INVALID KEY
                     MOVE '** NOT ON MASTER **' TO WS-STUD-NAME
                NOT INVALID KEY
                     MOVE ST-NAME TO WS-STUD-NAME
           END-READ.
       160FINDSTUDNAME-EXIT.
           EXIT.
      **********************************************************
      *   CLOSE A SECTION'S PAGE -- THE LEDGER COUNT NEXT TO   *
      *   THE SEATS TAKEN PER DASCOURSE, FLAGGED WHEN THE TWO  *
      *   DISAGREE (THE BALANCE PASS BELOW IS THE FULL SWEEP)  *
           MOVE E-NUMB    TO IR-NUMB.
           MOVE E-SEC     TO IR-SEC.
           MOVE E-STUDENT TO IR-STUDENT.
           PERFORM 160FINDSTUDNAME THRU 160FINDSTUDNAME-EXIT.
           MOVE WS-STUD-NAME TO IR-STUDNAME.
           MOVE SPACES TO IR-WDFLAG.
           IF E-STATUS-WITHDRAWN
                MOVE 'WITHDRAWN' TO IR-WDFLAG
           END-IF.
           WRITE IROSREC FROM IROSDATA
                AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-IROS-LINECT.
      *   COUNT THE LEDGER RECORDS UNDER ONE SECTION'S KEY --  *
      *   POSITION TO THE FIRST STUDENT UNDER THE KEY AND READ *
      *   FORWARD UNTIL THE SECTION PORTION OF THE KEY CHANGES *
      *   -- A WITHDRAWN RECORD HOLDS NO SEAT, SO NOT COUNTED  *
      **********************************************************
       720COUNTLEDGER.
           MOVE 0 TO WS-LEDGER-COUNT.
                     MOVE 'Y' TO WS-LEDGER-DONE
                NOT AT END
                     IF E-RECKEY (1:32) = C-RECKEY
                          IF NOT E-STATUS-WITHDRAWN
                               ADD 1 TO WS-LEDGER-COUNT
                          END-IF
                     ELSE
                          MOVE 'Y' TO WS-LEDGER-DONE
                     END-IF
