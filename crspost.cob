      *        NOTICES) IN A CLASS THAT NO LONGER MEETS.  THE
      *        SEAT GOES BACK THE NORMAL WAY AND THE STALE
      *        QUEUE IS LEFT FOR THE REGISTRAR.
      *   MWF  CHECK THE STUDENT ON EVERY ADD AND WAITLIST
      *        REQUEST AGAINST THE NEW DASSTUD STUDENT MASTER
      *        -- AN ID NOT ON FILE (REASON 12), A STUDENT WHO
      *        ISN'T ACTIVE (13), OR ONE UNDER A REGISTRATION
      *        HOLD (14) IS REJECTED INSTEAD OF SEATED OR
      *        QUEUED.  DROPS ARE NOT CHECKED -- A STUDENT ON
      *        HOLD MUST STILL BE ABLE TO LEAVE A CLASS.
      *   MWF  ENFORCE PREREQUISITES ON EVERY ADD -- A STUDENT
      *        WHOSE DASHIST COURSE HISTORY (POSTED BY GRDPOST)
      *        DOESN'T SHOW A PASSING GRADE IN EVERY CA-PREREQ
      *        COURSE OF THE SECTION'S DASCATLG ENTRY IS
      *        REJECTED, REASON 15.  NO CATALOG OR NO HISTORY
      *        ON FILE SKIPS THE CHECK WITH A CONSOLE WARNING.
      *   MWF  ENFORCE THE TERM'S DASTCAL CALENDAR AGAINST A
      *        NEW POSTING DATE ON EACH TRANSACTION (BLANK
      *        MEANS THE RUN DATE).  AN ADD OR WAITLIST
      *        REQUEST BEFORE REGISTRATION OPENS (17) OR PAST
      *        THE ADD DEADLINE OR REGISTRATION CLOSE (18) IS
      *        REJECTED; A DROP PAST THE LAST DAY TO DROP
      *        WITHOUT RECORD GIVES THE SEAT BACK BUT LEAVES
      *        THE LEDGER RECORD ON FILE MARKED WITHDRAWN, AND
      *        ONE PAST THE LAST DAY TO WITHDRAW (20), OR FOR
      *        A STUDENT ALREADY WITHDRAWN (19), IS REJECTED.
      *        NO WAITLIST PROMOTION PAST THE ADD DEADLINE --
      *        THE FREED SEAT GOES BACK THE NORMAL WAY.  A BAD
      *        POSTING DATE IS REASON 16.  A TERM WITH NO
      *        CALENDAR ON FILE POSTS WITH NO DEADLINE CHECKS.
      *   MWF  JOURNAL EVERY DASENRL AND DASWAIT WRITE, REWRITE
      *        AND DELETE TO THE NEW ENRJRNL LEDGER JOURNAL,
      *        SO CRSRECV CAN ROLL THE LEDGER AND WAITLISTS
      *        FORWARD FROM A BACKUP GENERATION THE SAME WAY
      *        IT ROLLS DASCOURSE FORWARD FROM CRSJRNL.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT JRNLFILE ASSIGN TO 'CRSJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT LJRNFILE ASSIGN TO 'ENRJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LJRN-FILE-STATUS.
           SELECT ATERMFILE ASSIGN TO 'DASATERM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TERM
               FILE STATUS IS WS-ATERM-FILE-STATUS.
           SELECT STUDFILE ASSIGN TO 'DASSTUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               FILE STATUS IS WS-STUD-FILE-STATUS.
           SELECT CATLGFILE ASSIGN TO 'DASCATLG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-CATLG-FILE-STATUS.
           SELECT HISTFILE ASSIGN TO 'DASHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-RECKEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT TCALFILE ASSIGN TO 'DASTCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM
               FILE STATUS IS WS-TCAL-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
      **********************************************************
      *   INBOUND ADD/DROP TRANSACTION FROM THE WEB SIDE --     *
      *   ACTION CODE 'A' (STUDENT ENROLLED, TAKE ONE SEAT) OR  *
      *   'D' (STUDENT DROPPED, GIVE ONE SEAT BACK), FOLLOWED   *
      *   BY THE SECTION KEY IN THE SAME SHAPE AS C-COURSE, THE *
      *   ID OF THE STUDENT THE SEAT BELONGS TO, AND THE DATE   *
      *   THE STUDENT ACTED (YYYYMMDD, BLANK = THE RUN DATE)    *
      **********************************************************
        FD  TRANSFILE
           LABEL RECORDS ARE STANDARD.
                     07 WT-NUMB PIC XXXX.
                     07 WT-SEC  PIC X(20).
           03 WT-STUDENT        PIC X(9).
           03 WT-POST-DATE      PIC X(8).
        FD  COURSEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSLAYT.
        FD  REJFILE
           LABEL RECORDS ARE STANDARD.
       01  REJDATA.
           03 RJ-TRANSACTION    PIC X(50).
           03 FILLER            PIC X(2).
           03 RJ-REASON         PIC XX.
           03 FILLER            PIC X(2).
           03 PM-ACTION         PIC X.
           03 PM-RECKEY         PIC X(32).
           03 PM-STUDENT        PIC X(9).
           03 PM-POST-DATE      PIC 9(8).
      **********************************************************
      *   AUDIT JOURNAL -- THE SAME DATED BEFORE/AFTER IMAGES  *
      *   CRSBATCH AND CRSMAINT APPEND                         *
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JRNLAYT.
      **********************************************************
      *   LEDGER JOURNAL -- THE SAME DATED IMAGES FOR EVERY    *
      *   DASENRL AND DASWAIT RECORD THIS PROGRAM CHANGES      *
      **********************************************************
        FD  LJRNFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY LJRNLAYT.
        FD  ATERMFILE
           LABEL RECORDS ARE STANDARD.
           COPY ATRMLAYT.
      **********************************************************
      *   STUDENT MASTER -- WHO MAY REGISTER AT ALL            *
      **********************************************************
        FD  STUDFILE
           LABEL RECORDS ARE STANDARD.
           COPY STUDLAYT.
      **********************************************************
      *   CATALOG AND COURSE HISTORY -- THE SECTION'S          *
      *   PREREQUISITES AND WHAT THE STUDENT HAS PASSED        *
      **********************************************************
        FD  CATLGFILE
           LABEL RECORDS ARE STANDARD.
           COPY CATLAYT.
        FD  HISTFILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTLAYT.
      **********************************************************
      *   TERM CALENDAR -- THE REGISTRATION WINDOW AND THE     *
      *   ADD/DROP/WITHDRAW DEADLINES FOR THE TRANSACTION TERM *
      **********************************************************
        FD  TCALFILE
           LABEL RECORDS ARE STANDARD.
           COPY CALLAYT.

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-TERM-ARCHIVED  PIC X   VALUE 'N'.
                 88 TERM-ARCHIVED        VALUE 'Y'.
      **********************************************************
      *   STUDENT MASTER LOOKUP -- SKIPPED, WITH A CONSOLE     *
      *   WARNING, WHEN DASSTUD ISN'T AVAILABLE                *
      **********************************************************
           03  WS-STUD-FILE-STATUS PIC XX VALUE '00'.
           03  WS-STUD-CHECK     PIC X   VALUE 'N'.
                 88 STUD-CHECK-ACTIVE    VALUE 'Y'.
           03  WS-STUDENT-OK     PIC X   VALUE 'N'.
                 88 STUDENT-ELIGIBLE     VALUE 'Y'.
      **********************************************************
      *   PREREQUISITE CHECK -- ACTIVE ONLY WHEN BOTH THE      *
      *   CATALOG AND THE COURSE HISTORY ARE ON FILE.  ONE     *
      *   MET FLAG PER CA-PREREQ SLOT, SET BY ONE SCAN OF THE  *
      *   STUDENT'S HISTORY                                    *
      **********************************************************
           03  WS-CATLG-FILE-STATUS PIC XX VALUE '00'.
           03  WS-HIST-FILE-STATUS PIC XX VALUE '00'.
           03  WS-PREREQ-CHECK   PIC X   VALUE 'N'.
                 88 PREREQ-CHECK-ACTIVE  VALUE 'Y'.
           03  WS-HIST-DONE      PIC X   VALUE 'N'.
                 88 HIST-SCAN-DONE       VALUE 'Y'.
           03  WS-PREREQS-OK     PIC X   VALUE 'Y'.
                 88 PREREQS-MET          VALUE 'Y'.
      **********************************************************
      *   TERM CALENDAR LOOKUP -- SKIPPED, WITH A CONSOLE      *
      *   WARNING, WHEN DASTCAL ISN'T AVAILABLE.  TCAL-FOUND   *
      *   SAYS THE TRANSACTION'S TERM HAS A CALENDAR TO        *
      *   ENFORCE; PAST-ADD-DEADLINE IS SET FROM IT SO A DROP  *
      *   KNOWS WHETHER IT MAY STILL PROMOTE A WAITER          *
      **********************************************************
           03  WS-TCAL-FILE-STATUS PIC XX VALUE '00'.
           03  WS-TCAL-CHECK     PIC X   VALUE 'N'.
                 88 TCAL-CHECK-ACTIVE    VALUE 'Y'.
           03  WS-TCAL-FOUND     PIC X   VALUE 'N'.
                 88 TCAL-FOUND           VALUE 'Y'.
           03  WS-PAST-ADD       PIC X   VALUE 'N'.
                 88 PAST-ADD-DEADLINE    VALUE 'Y'.
           03  WS-WINDOW-OK      PIC X   VALUE 'Y'.
                 88 ADD-WINDOW-OPEN      VALUE 'Y'.
           03  WS-WITHDRAWING    PIC X   VALUE 'N'.
                 88 POSTING-WITHDRAWAL   VALUE 'Y'.
      **********************************************************
      *   WAITLIST SCAN RESULTS -- THE HIGHEST SEQUENCE IN     *
      *   USE UNDER THE SECTION'S KEY, WHETHER THIS STUDENT    *
      *   IS ALREADY QUEUED, AND THE FIRST WAITER'S SEQUENCE   *
           03  WS-WAITER-FOUND   PIC X   VALUE 'N'.
                 88 WAITER-FOUND         VALUE 'Y'.
        77  WS-WAIT-LAST-SEQ     PIC 9(5) VALUE 0.
       01  WS-PREREQ-FLAGS.
           03 WS-PREREQ-MET     PIC X OCCURS 3 TIMES.
        77  PR-I                 PIC 9    COMP VALUE 0.
        77  WS-WAITER-SEQ        PIC 9(5) VALUE 0.
        77  WS-DUP-SEQ           PIC 9(5) VALUE 0.
        77  WS-WAITER-STUDENT    PIC X(9) VALUE SPACES.
        77  WS-JRNL-FILE-STATUS  PIC XX VALUE '00'.
        77  WS-LJRN-FILE-STATUS  PIC XX VALUE '00'.
      **********************************************************
      *   THE LEDGER RECORD AS IT STOOD BEFORE A WITHDRAWAL    *
      *   REWRITE, HELD FOR THE ENRJRNL BEFORE-IMAGE           *
      **********************************************************
        77  WS-LEDGER-BEFORE     PIC X(59) VALUE SPACES.
        77  WS-RUN-DATE          PIC 9(8) VALUE 0.
      **********************************************************
      *   THE DATE THE TRANSACTION TOOK EFFECT -- THE POSTING  *
      *   DATE IT CARRIES, OR THE RUN DATE WHEN IT CARRIES     *
      *   NONE.  THE DEADLINES ARE CHECKED AGAINST THIS AND    *
      *   THE LEDGER AND WAITLIST DATES ARE STAMPED WITH IT    *
      **********************************************************
        77  WS-POST-DATE         PIC 9(8) VALUE 0.
      **********************************************************
      *   THE SECTION AS IT STOOD WHEN IT WAS READ, HELD FOR   *
      *   THE JOURNAL BEFORE-IMAGE -- BY REWRITE TIME          *
      *   COURSEDATA ALREADY CARRIES THE ADJUSTED SEAT COUNT   *
                          ') -- ARCHIVED-TERM CHECK SKIPPED'
                END-IF
           END-IF.
           OPEN INPUT STUDFILE.
           IF WS-STUD-FILE-STATUS = '00'
                MOVE 'Y' TO WS-STUD-CHECK
           ELSE
                DISPLAY 'DASSTUD NOT AVAILABLE ('
                     WS-STUD-FILE-STATUS
                     ') -- STUDENT CHECK SKIPPED'
           END-IF.
           OPEN INPUT CATLGFILE.
           OPEN INPUT HISTFILE.
           IF WS-CATLG-FILE-STATUS = '00'
              AND WS-HIST-FILE-STATUS = '00'
                MOVE 'Y' TO WS-PREREQ-CHECK
           ELSE
                DISPLAY 'DASCATLG/DASHIST NOT AVAILABLE ('
                     WS-CATLG-FILE-STATUS '/' WS-HIST-FILE-STATUS
                     ') -- PREREQUISITE CHECK SKIPPED'
                IF WS-CATLG-FILE-STATUS = '00'
                     CLOSE CATLGFILE
                END-IF
                IF WS-HIST-FILE-STATUS = '00'
                     CLOSE HISTFILE
                END-IF
           END-IF.
           OPEN INPUT TCALFILE.
           IF WS-TCAL-FILE-STATUS = '00'
                MOVE 'Y' TO WS-TCAL-CHECK
           ELSE
                DISPLAY 'DASTCAL NOT AVAILABLE ('
                     WS-TCAL-FILE-STATUS
                     ') -- DEADLINE CHECKS SKIPPED'
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 700OPENJOURNAL.
                POSTFILE
                REJFILE
                PROMFILE
                JRNLFILE
                LJRNFILE.
           IF ATERM-CHECK-ACTIVE
                CLOSE ATERMFILE
           END-IF.
           IF STUD-CHECK-ACTIVE
                CLOSE STUDFILE
           END-IF.
           IF PREREQ-CHECK-ACTIVE
                CLOSE CATLGFILE
                     HISTFILE
           END-IF.
           IF TCAL-CHECK-ACTIVE
                CLOSE TCALFILE
           END-IF.
           DISPLAY 'TRANSACTIONS READ:     ' WS-READ-COUNT.
           DISPLAY 'TRANSACTIONS POSTED:   ' WS-POSTED-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECT-COUNT.
                PERFORM 344REJECTTERMARCHIVED
                GO TO 100POSTONETRANS-NEXT
           END-IF.
           IF WT-POST-DATE = SPACES
                MOVE WS-RUN-DATE TO WS-POST-DATE
           ELSE
                IF WT-POST-DATE IS NOT NUMERIC
                     PERFORM 331REJECTBADPOSTDATE
                     GO TO 100POSTONETRANS-NEXT
                END-IF
                MOVE WT-POST-DATE TO WS-POST-DATE
           END-IF.
           PERFORM 145READCALENDAR.
           PERFORM 150READSECTION.
           IF NOT SECTION-FOUND
                PERFORM 310REJECTUNKNOWNSECTION
                END-READ
           END-IF.
      **********************************************************
      *   THE TRANSACTION TERM'S CALENDAR, IF IT HAS ONE.  NO  *
      *   CALENDAR (OR NO DASTCAL) MEANS NO DEADLINES TO       *
      *   ENFORCE -- THE TERM POSTS THE WAY IT ALWAYS DID      *
      **********************************************************
       145READCALENDAR.
           MOVE 'N' TO WS-TCAL-FOUND.
           MOVE 'N' TO WS-PAST-ADD.
           IF TCAL-CHECK-ACTIVE
                MOVE WT-TERM TO TC-TERM
                READ TCALFILE
                     KEY IS TC-TERM
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE 'Y' TO WS-TCAL-FOUND
                          IF WS-POST-DATE > TC-LAST-ADD
                               MOVE 'Y' TO WS-PAST-ADD
                          END-IF
                END-READ
           END-IF.
      **********************************************************
      *   RANDOM READ OF THE SECTION THE TRANSACTION NAMES     *
      **********************************************************
       150READSECTION.
      *   FURTHER NEGATIVE                                     *
      **********************************************************
       200POSTADD.
           PERFORM 180CHECKSTUDENT THRU 180CHECKSTUDENT-EXIT.
           IF NOT STUDENT-ELIGIBLE
                GO TO 200POSTADD-EXIT
           END-IF.
           PERFORM 185CHECKADDWINDOW THRU 185CHECKADDWINDOW-EXIT.
           IF NOT ADD-WINDOW-OPEN
                GO TO 200POSTADD-EXIT
           END-IF.
           IF NOT C-STATUS-OPEN
                PERFORM 340REJECTNOTOPEN
                GO TO 200POSTADD-EXIT
                PERFORM 346REJECTALREADYENROLLED
                GO TO 200POSTADD-EXIT
           END-IF.
           PERFORM 190CHECKPREREQS THRU 190CHECKPREREQS-EXIT.
           IF NOT PREREQS-MET
                PERFORM 335REJECTPREREQNOTMET
                GO TO 200POSTADD-EXIT
           END-IF.
           PERFORM 170SCANWAITLIST.
           IF C-SEATSREMAINING NOT > 0
                PERFORM 320REJECTSECTIONFULL
      *   A WEB DROP GIVES ONE SEAT BACK.  A DROP THAT WOULD   *
      *   PUSH SEATS REMAINING PAST THE CLASS LIMIT MEANS THE  *
      *   WEB SIDE DROPPED A STUDENT THIS FILE NEVER SEATED,   *
      *   SO IT IS REJECTED INSTEAD OF OVERSTATING THE ROOM.   *
      *   PAST THE TERM'S LAST DAY TO DROP WITHOUT RECORD THE  *
      *   DROP IS A WITHDRAWAL, AND PAST THE LAST DAY TO       *
      *   WITHDRAW IT IS REFUSED                               *
      **********************************************************
       210POSTDROP.
           MOVE 'N' TO WS-WITHDRAWING.
           PERFORM 160READENROLLMENT.
           IF NOT ENROLL-FOUND
                PERFORM 347REJECTNOTENROLLED
                GO TO 210POSTDROP-EXIT
           END-IF.
           IF E-STATUS-WITHDRAWN
                PERFORM 334REJECTALREADYWITHDRAWN
                GO TO 210POSTDROP-EXIT
           END-IF.
           IF TCAL-FOUND AND WS-POST-DATE > TC-LAST-DROP
                IF WS-POST-DATE > TC-LAST-WITHDRAW
                     PERFORM 336REJECTPASTWITHDRAW
                     GO TO 210POSTDROP-EXIT
                END-IF
                PERFORM 215POSTWITHDRAWAL THRU
                     215POSTWITHDRAWAL-EXIT
                GO TO 210POSTDROP-EXIT
           END-IF.
           PERFORM 170SCANWAITLIST.
      *    A CANCELLED SECTION'S QUEUE IS STALE -- PROMOTING
      *    INTO A CLASS THAT NO LONGER MEETS WOULD SEAT THE
      *    STUDENT AND TELL THEM SO.  THE DROP FALLS THROUGH
      *    TO THE NORMAL SEAT GIVE-BACK AND THE LEFTOVER QUEUE
      *    IS THE REGISTRAR'S TO CLEAR
      *    PAST THE ADD DEADLINE NOBODY IS PROMOTED EITHER --
      *    A WAITER COULDN'T HAVE ADDED THE SEAT THEMSELVES
           IF WAITER-FOUND AND NOT C-STATUS-CANCELLED
              AND NOT PAST-ADD-DEADLINE
                PERFORM 230PROMOTEWAITER
                GO TO 210POSTDROP-EXIT
           END-IF.
       210POSTDROP-EXIT.
           EXIT.
      **********************************************************
      *   A LATE DROP -- THE SEAT GOES BACK TO THE SECTION BUT *
      *   THE LEDGER RECORD STAYS, MARKED WITHDRAWN AS OF THE  *
      *   POSTING DATE, SO THE W REACHES THE STUDENT'S HISTORY *
      *   AND THE ADD DEADLINE HAS PASSED, SO NO WAITER IS     *
      *   PROMOTED INTO THE SEAT                               *
      **********************************************************
       215POSTWITHDRAWAL.
           IF C-SEATSREMAINING NOT < C-CLASSLIMIT
                PERFORM 330REJECTDROPOVERLIMIT
                GO TO 215POSTWITHDRAWAL-EXIT
           END-IF.
           MOVE 'Y' TO WS-WITHDRAWING.
           ADD 1 TO C-SEATSREMAINING.
           PERFORM 250REWRITESECTION.
           IF REWRITE-OK
                PERFORM 280MARKWITHDRAWN
           END-IF.
           MOVE 'N' TO WS-WITHDRAWING.
       215POSTWITHDRAWAL-EXIT.
           EXIT.
      **********************************************************
      *   A WAITLIST REQUEST QUEUES THE STUDENT AT THE BACK OF *
      *   THE SECTION'S LINE.  A STUDENT ALREADY SEATED OR     *
      *   ALREADY IN LINE IS REJECTED, AND SO IS A REQUEST     *
      *   FRONT-END SHOULD HAVE SENT AN ADD                    *
      **********************************************************
       220POSTWAITLIST.
           PERFORM 180CHECKSTUDENT THRU 180CHECKSTUDENT-EXIT.
           IF NOT STUDENT-ELIGIBLE
                GO TO 220POSTWAITLIST-EXIT
           END-IF.
           PERFORM 185CHECKADDWINDOW THRU 185CHECKADDWINDOW-EXIT.
           IF NOT ADD-WINDOW-OPEN
                GO TO 220POSTWAITLIST-EXIT
           END-IF.
           IF C-STATUS-CANCELLED
                PERFORM 340REJECTNOTOPEN
                GO TO 220POSTWAITLIST-EXIT
           MOVE WT-RECKEY   TO W-RECKEY (1:32).
           COMPUTE W-SEQ = WS-WAIT-LAST-SEQ + 1.
           MOVE WT-STUDENT  TO W-STUDENT.
           MOVE WS-POST-DATE TO W-QUEUED-DATE.
           WRITE WAITLISTDATA
                INVALID KEY
                     DISPLAY 'UNABLE TO WRITE WAITLIST -- '
                          WS-WAIT-FILE-STATUS ' AT ' W-RECKEY
                NOT INVALID KEY
                     PERFORM 745JOURNALWAITAFTER
                     ADD 1 TO WS-WAITLISTED-COUNT
                     ADD 1 TO WS-POSTED-COUNT
                     MOVE 'WAITLISTED' TO PT-DISPOSITION
           MOVE SPACES TO ENROLLDATA.
           MOVE WT-RECKEY  TO E-RECKEY (1:32).
           MOVE WS-WAITER-STUDENT TO E-STUDENT.
           MOVE WS-POST-DATE TO E-ENROLLED-DATE.
           MOVE 'E'         TO E-STATUS.
           MOVE 0           TO E-WITHDRAWN-DATE.
           WRITE ENROLLDATA
                INVALID KEY
                     DISPLAY 'UNABLE TO WRITE LEDGER -- '
                          WS-ENRL-FILE-STATUS ' AT ' E-RECKEY
                NOT INVALID KEY
                     PERFORM 735JOURNALENRLAFTER
           END-WRITE.
           MOVE WT-RECKEY      TO W-RECKEY (1:32).
           MOVE WS-WAITER-SEQ  TO W-SEQ.
           PERFORM 290DELETEWAITENTRY.
           MOVE 'P'               TO PM-ACTION.
           MOVE WT-RECKEY         TO PM-RECKEY.
           MOVE WS-WAITER-STUDENT TO PM-STUDENT.
           MOVE WS-POST-DATE      TO PM-POST-DATE.
           WRITE PROMDATA.
           ADD 1 TO WS-PROMOTED-COUNT.
           ADD 1 TO WS-POSTED-COUNT.
       240REMOVEWAITENTRY.
           MOVE WT-RECKEY  TO W-RECKEY (1:32).
           MOVE WS-DUP-SEQ TO W-SEQ.
           PERFORM 290DELETEWAITENTRY.
      **********************************************************
      *   RANDOM READ OF THE LEDGER RECORD FOR THE STUDENT AND *
      *   SECTION THE TRANSACTION NAMES                        *
                     END-IF
           END-READ.
      **********************************************************
      *   MAY THIS STUDENT TAKE A SEAT OR A PLACE IN LINE AT   *
      *   ALL?  THE ID MUST BE ON DASSTUD, ACTIVE, AND FREE OF *
      *   A REGISTRATION HOLD.  EACH FAILURE IS REJECTED HERE  *
      *   WITH ITS OWN REASON CODE.  NO MASTER ON FILE MEANS   *
      *   NO CHECK, THE SAME DEGRADED MODE AS THE OTHER        *
      *   MASTER LOOKUPS                                       *
      **********************************************************
       180CHECKSTUDENT.
           MOVE 'Y' TO WS-STUDENT-OK.
           IF NOT STUD-CHECK-ACTIVE
                GO TO 180CHECKSTUDENT-EXIT
           END-IF.
           MOVE WT-STUDENT TO ST-ID.
           READ STUDFILE
                KEY IS ST-ID
                INVALID KEY
                     MOVE 'N' TO WS-STUDENT-OK
                     PERFORM 341REJECTNOSUCHSTUDENT
                     GO TO 180CHECKSTUDENT-EXIT
           END-READ.
           IF NOT ST-STATUS-ACTIVE
                MOVE 'N' TO WS-STUDENT-OK
                PERFORM 342REJECTSTUDENTINACTIVE
                GO TO 180CHECKSTUDENT-EXIT
           END-IF.
           IF ST-HOLD-ON
                MOVE 'N' TO WS-STUDENT-OK
                PERFORM 343REJECTSTUDENTHOLD
           END-IF.
       180CHECKSTUDENT-EXIT.
           EXIT.
      **********************************************************
      *   IS THE TERM'S ADD WINDOW OPEN ON THE POSTING DATE?   *
      *   BEFORE REGISTRATION OPENS, OR PAST THE ADD DEADLINE  *
      *   OR REGISTRATION CLOSE, AN ADD OR WAITLIST REQUEST IS *
      *   REJECTED HERE.  NO CALENDAR MEANS NO WINDOW TO CHECK *
      **********************************************************
       185CHECKADDWINDOW.
           MOVE 'Y' TO WS-WINDOW-OK.
           IF NOT TCAL-FOUND
                GO TO 185CHECKADDWINDOW-EXIT
           END-IF.
           IF WS-POST-DATE < TC-REG-OPEN
                MOVE 'N' TO WS-WINDOW-OK
                PERFORM 332REJECTREGNOTOPEN
                GO TO 185CHECKADDWINDOW-EXIT
           END-IF.
           IF PAST-ADD-DEADLINE OR WS-POST-DATE > TC-REG-CLOSE
                MOVE 'N' TO WS-WINDOW-OK
                PERFORM 333REJECTPASTADDDATE
           END-IF.
       185CHECKADDWINDOW-EXIT.
           EXIT.
      **********************************************************
      *   HAS THE STUDENT PASSED EVERY PREREQUISITE THE        *
      *   CATALOG LISTS FOR THIS COURSE?  A COURSE NOT ON THE  *
      *   CATALOG, OR WITH NO PREREQUISITES, PASSES.  ONE SCAN *
      *   OF THE STUDENT'S HISTORY (HS-STUDENT LEADS THE KEY)  *
      *   MARKS EACH PREREQUISITE FOUND WITH A PASSING GRADE   *
      **********************************************************
       190CHECKPREREQS.
           MOVE 'Y' TO WS-PREREQS-OK.
           IF NOT PREREQ-CHECK-ACTIVE
                GO TO 190CHECKPREREQS-EXIT
           END-IF.
           MOVE C-ABB  TO CA-ABB.
           MOVE C-NUMB TO CA-NUMB.
           READ CATLGFILE
                KEY IS CA-KEY
                INVALID KEY
                     GO TO 190CHECKPREREQS-EXIT
           END-READ.
           IF CA-PREREQS = SPACES
                GO TO 190CHECKPREREQS-EXIT
           END-IF.
           PERFORM 191CLEARONEPREREQ
                VARYING PR-I FROM 1 BY 1 UNTIL PR-I > 3.
           MOVE 'N' TO WS-HIST-DONE.
           MOVE WT-STUDENT TO HS-STUDENT.
           MOVE LOW-VALUES TO HS-RECKEY (10:32).
           START HISTFILE
                KEY IS NOT LESS THAN HS-RECKEY
                INVALID KEY
                     MOVE 'Y' TO WS-HIST-DONE
           END-START.
           PERFORM 192SCANONEHISTORY
                UNTIL HIST-SCAN-DONE.
           PERFORM 194CHECKONEMET
                VARYING PR-I FROM 1 BY 1 UNTIL PR-I > 3.
       190CHECKPREREQS-EXIT.
           EXIT.
       191CLEARONEPREREQ.
           IF CA-PREREQ-ABB (PR-I) = SPACES
                MOVE 'Y' TO WS-PREREQ-MET (PR-I)
           ELSE
                MOVE 'N' TO WS-PREREQ-MET (PR-I)
           END-IF.
       192SCANONEHISTORY.
           READ HISTFILE NEXT RECORD
                AT END
                     MOVE 'Y' TO WS-HIST-DONE
                NOT AT END
                     IF HS-STUDENT = WT-STUDENT
                          IF HS-GRADE-PASSING
                               PERFORM 193MATCHONEPREREQ
                                    VARYING PR-I FROM 1 BY 1
                                    UNTIL PR-I > 3
                          END-IF
                     ELSE
                          MOVE 'Y' TO WS-HIST-DONE
                     END-IF
           END-READ.
       193MATCHONEPREREQ.
           IF HS-ABB = CA-PREREQ-ABB (PR-I)
              AND HS-NUMB = CA-PREREQ-NUMB (PR-I)
                MOVE 'Y' TO WS-PREREQ-MET (PR-I)
           END-IF.
       194CHECKONEMET.
           IF WS-PREREQ-MET (PR-I) NOT = 'Y'
                MOVE 'N' TO WS-PREREQS-OK
           END-IF.
      **********************************************************
      *   REWRITE THE ADJUSTED RECORD AND REPORT THE POSTING   *
      **********************************************************
       250REWRITESECTION.
                     ADD 1 TO WS-POSTED-COUNT
                     PERFORM 710JOURNALBEFORE
                     PERFORM 720JOURNALAFTER
                     IF POSTING-WITHDRAWAL
                          MOVE 'POSTED -- WITHDRAWN'
                               TO PT-DISPOSITION
                     ELSE
                          MOVE 'POSTED' TO PT-DISPOSITION
                     END-IF
                     PERFORM 400WRITEPOSTLINE
           END-REWRITE.
      **********************************************************
      *   LEDGER MAINTENANCE -- A POSTED ADD SEATS THE STUDENT *
      *   ON DASENRL AND A POSTED DROP TAKES THE RECORD BACK   *
      *   OFF, SO THE LEDGER TRACKS C-SEATSREMAINING EXACTLY.  *
      *   A WITHDRAWAL REWRITES THE RECORD MARKED WITHDRAWN    *
      *   INSTEAD -- IT NO LONGER HOLDS A SEAT                 *
      **********************************************************
       260WRITEENROLLMENT.
           MOVE SPACES     TO ENROLLDATA.
           MOVE WT-RECKEY  TO E-RECKEY (1:32).
           MOVE WT-STUDENT TO E-STUDENT.
           MOVE WS-POST-DATE TO E-ENROLLED-DATE.
           MOVE 'E'        TO E-STATUS.
           MOVE 0          TO E-WITHDRAWN-DATE.
           WRITE ENROLLDATA
                INVALID KEY
                     DISPLAY 'UNABLE TO WRITE LEDGER -- '
                          WS-ENRL-FILE-STATUS ' AT ' E-RECKEY
                NOT INVALID KEY
                     PERFORM 735JOURNALENRLAFTER
           END-WRITE.
      *    THE DROPPING STUDENT'S RECORD IS STILL IN ENROLLDATA
      *    FROM 160READENROLLMENT -- IT IS THE BEFORE-IMAGE
       270DELETEENROLLMENT.
           MOVE WT-RECKEY  TO E-RECKEY (1:32).
           MOVE WT-STUDENT TO E-STUDENT.
           MOVE ENROLLDATA TO WS-LEDGER-BEFORE.
           DELETE ENROLLFILE
                INVALID KEY
                     DISPLAY 'UNABLE TO DELETE LEDGER -- '
                          WS-ENRL-FILE-STATUS ' AT ' E-RECKEY
                NOT INVALID KEY
                     PERFORM 730JOURNALENRLBEFORE
           END-DELETE.
       280MARKWITHDRAWN.
           MOVE ENROLLDATA   TO WS-LEDGER-BEFORE.
           MOVE 'W'          TO E-STATUS.
           MOVE WS-POST-DATE TO E-WITHDRAWN-DATE.
           REWRITE ENROLLDATA
                INVALID KEY
                     DISPLAY 'UNABLE TO REWRITE LEDGER -- '
                          WS-ENRL-FILE-STATUS ' AT ' E-RECKEY
                NOT INVALID KEY
                     PERFORM 730JOURNALENRLBEFORE
                     PERFORM 735JOURNALENRLAFTER
           END-REWRITE.
      **********************************************************
      *   TAKE ONE ENTRY OFF A WAITLIST.  THE QUEUE SCAN LEFT  *
      *   SOME OTHER ENTRY IN THE RECORD AREA, SO THE ENTRY IS *
      *   READ BY KEY FIRST FOR THE ENRJRNL BEFORE-IMAGE       *
      **********************************************************
       290DELETEWAITENTRY.
           READ WAITLFILE
                KEY IS W-RECKEY
                INVALID KEY
                     DISPLAY 'UNABLE TO READ WAITLIST -- '
                          WS-WAIT-FILE-STATUS ' AT ' W-RECKEY
           END-READ.
           DELETE WAITLFILE
                INVALID KEY
                     DISPLAY 'UNABLE TO DELETE WAITLIST -- '
                          WS-WAIT-FILE-STATUS ' AT ' W-RECKEY
                NOT INVALID KEY
                     PERFORM 740JOURNALWAITBEFORE
           END-DELETE.
      **********************************************************
      *   REJECT HANDLERS -- EACH WRITES THE TRANSACTION TO    *
           MOVE 'DROP EXCEEDS CLASS LIMIT' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- DROP OVER LIMIT' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       331REJECTBADPOSTDATE.
           MOVE SPACES TO REJDATA.
           MOVE '16' TO RJ-REASON.
           MOVE 'POSTING DATE NOT YYYYMMDD' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- BAD POSTING DATE' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       332REJECTREGNOTOPEN.
           MOVE SPACES TO REJDATA.
           MOVE '17' TO RJ-REASON.
           MOVE 'REGISTRATION NOT YET OPEN' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- REG NOT OPEN' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       333REJECTPASTADDDATE.
           MOVE SPACES TO REJDATA.
           MOVE '18' TO RJ-REASON.
           MOVE 'PAST THE LAST DAY TO ADD' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- PAST ADD DEADLINE' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       334REJECTALREADYWITHDRAWN.
           MOVE SPACES TO REJDATA.
           MOVE '19' TO RJ-REASON.
           MOVE 'STUDENT ALREADY WITHDRAWN' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- ALREADY WITHDRAWN' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       335REJECTPREREQNOTMET.
           MOVE SPACES TO REJDATA.
           MOVE '15' TO RJ-REASON.
           MOVE 'PREREQUISITE NOT MET' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- PREREQUISITE' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       336REJECTPASTWITHDRAW.
           MOVE SPACES TO REJDATA.
           MOVE '20' TO RJ-REASON.
           MOVE 'PAST THE LAST DAY TO WITHDRAW' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- PAST WITHDRAW DATE' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       340REJECTNOTOPEN.
           MOVE SPACES TO REJDATA.
           MOVE '05' TO RJ-REASON.
           MOVE 'SECTION NOT OPEN TO ENROLLMENT' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- NOT OPEN' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       341REJECTNOSUCHSTUDENT.
           MOVE SPACES TO REJDATA.
           MOVE '12' TO RJ-REASON.
           MOVE 'STUDENT NOT ON FILE' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- UNKNOWN STUDENT' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       342REJECTSTUDENTINACTIVE.
           MOVE SPACES TO REJDATA.
           MOVE '13' TO RJ-REASON.
           MOVE 'STUDENT NOT ACTIVE' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- STUDENT INACTIVE' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       343REJECTSTUDENTHOLD.
           MOVE SPACES TO REJDATA.
           MOVE '14' TO RJ-REASON.
           MOVE 'REGISTRATION HOLD ON STUDENT' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- STUDENT ON HOLD' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       344REJECTTERMARCHIVED.
           MOVE SPACES TO REJDATA.
           MOVE '11' TO RJ-REASON.
                CLOSE JRNLFILE
                OPEN EXTEND JRNLFILE
           END-IF.
           OPEN EXTEND LJRNFILE.
           IF WS-LJRN-FILE-STATUS = '35'
                CLOSE LJRNFILE
                OPEN OUTPUT LJRNFILE
                CLOSE LJRNFILE
                OPEN EXTEND LJRNFILE
           END-IF.
      **********************************************************
      *   JOURNAL WRITERS -- EVERY IMAGE CARRIES THE RUN DATE  *
      *   AND TIME, THE WEB ACTION CODE, AND WHETHER IT IS     *
           MOVE 'A'             TO CJ-IMAGE-TYPE.
           MOVE COURSEDATA      TO CJ-IMAGE.
           WRITE JRNLDATA.
      **********************************************************
      *   LEDGER JOURNAL WRITERS -- THE SAME STAMP AND WEB     *
      *   ACTION CODE, WITH THE FILE THE IMAGE BELONGS TO      *
      **********************************************************
       730JOURNALENRLBEFORE.
           MOVE SPACES           TO LJRNLDATA.
           MOVE 'E'              TO LJ-FILE.
           MOVE 'B'              TO LJ-IMAGE-TYPE.
           MOVE WS-LEDGER-BEFORE TO LJ-IMAGE.
           PERFORM 750WRITELEDGERJRNL.
       735JOURNALENRLAFTER.
           MOVE SPACES           TO LJRNLDATA.
           MOVE 'E'              TO LJ-FILE.
           MOVE 'A'              TO LJ-IMAGE-TYPE.
           MOVE ENROLLDATA       TO LJ-IMAGE.
           PERFORM 750WRITELEDGERJRNL.
       740JOURNALWAITBEFORE.
           MOVE SPACES           TO LJRNLDATA.
           MOVE 'W'              TO LJ-FILE.
           MOVE 'B'              TO LJ-IMAGE-TYPE.
           MOVE WAITLISTDATA     TO LJ-IMAGE.
           PERFORM 750WRITELEDGERJRNL.
       745JOURNALWAITAFTER.
           MOVE SPACES           TO LJRNLDATA.
           MOVE 'W'              TO LJ-FILE.
           MOVE 'A'              TO LJ-IMAGE-TYPE.
           MOVE WAITLISTDATA     TO LJ-IMAGE.
           PERFORM 750WRITELEDGERJRNL.
       750WRITELEDGERJRNL.
           MOVE WS-RUN-DATE      TO LJ-DATE.
           MOVE WS-RUN-HHMMSS    TO LJ-TIME.
           MOVE WT-ACTION        TO LJ-ACTION.
           WRITE LJRNLDATA.
      *********************************************************
      *         READ THE TRANSACTION FILE               ******
      *********************************************************
