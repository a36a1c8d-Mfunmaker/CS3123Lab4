       IDENTIFICATION DIVISION.
        PROGRAM-ID. GRDPOST.
        AUTHOR. Martin Funmaker.
      * END-OF-TERM GRADE ROSTER POSTING.
      * THE DASENRL LEDGER KNOWS WHO SAT IN EVERY SECTION BUT
      * NOT HOW THEY DID, AND TRMARCH RETIRES THE TERM'S
      * SECTIONS ONCE IT IS OVER.  THIS PROGRAM READS THE FINAL
      * GRADES INSTRUCTORS SUBMIT FOR EACH LEDGER SEAT AND
      * POSTS THEM TO THE PERMANENT DASHIST STUDENT COURSE
      * HISTORY, TITLE AND CATALOG CREDITS INCLUDED, SO THE
      * RECORD SURVIVES THE ARCHIVE.  CRSPOST CHECKS
      * PREREQUISITES AGAINST THIS HISTORY AND STUTRAN PRINTS
      * IT AS A TRANSCRIPT.  IT MUST RUN, CLEAN, BEFORE
      * TRMARCH IS ALLOWED TO ARCHIVE THE TERM.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- READ GRDTRANS FOR THE
      *        PARM TERM, CHECK EACH GRADE AGAINST THE
      *        SECTION, THE LEDGER SEAT, AND THE SECTION'S
      *        INSTRUCTOR, WRITE (OR CORRECT) THE DASHIST
      *        RECORD, REPORT TO URSGPOST AND REJECTS TO
      *        URSGREJ, THEN LIST EVERY LEDGER SEAT STILL
      *        WITHOUT A GRADE.  RETURN CODE 8 WHEN ANY GRADE
      *        IS REJECTED OR ANY SEAT IS LEFT UNGRADED, 16
      *        WHEN THE PARM IS MISSING, THE TERM IS ALREADY
      *        ARCHIVED, OR A FILE WON'T OPEN.
      *   MWF  A SEAT CRSPOST MARKED WITHDRAWN (A DROP PAST
      *        THE TERM'S DROP DEADLINE) TAKES ONLY A W -- ANY
      *        OTHER GRADE SUBMITTED FOR IT IS REJECTED,
      *        REASON 06, AND THE COMPLETENESS PASS POSTS THE
      *        W ITSELF WHEN NONE WAS SUBMITTED, SO A
      *        WITHDRAWAL NEVER HOLDS UP TRMARCH.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT GRADEFILE ASSIGN TO 'GRDTRANS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-FILE-STATUS.
           SELECT COURSEFILE ASSIGN TO 'DASCOURSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-RECKEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ENROLLFILE ASSIGN TO 'DASENRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-RECKEY
               FILE STATUS IS WS-ENRL-FILE-STATUS.
           SELECT HISTFILE ASSIGN TO 'DASHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-RECKEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CATLGFILE ASSIGN TO 'DASCATLG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-CATLG-FILE-STATUS.
           SELECT ATERMFILE ASSIGN TO 'DASATERM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TERM
               FILE STATUS IS WS-ATERM-FILE-STATUS.
           SELECT POSTFILE ASSIGN TO 'URSGPOST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJFILE ASSIGN TO 'URSGREJ'
               ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
      **********************************************************
      *   ONE SUBMITTED FINAL GRADE -- THE SECTION KEY IN THE  *
      *   SAME SHAPE AS C-RECKEY, THE STUDENT WHOSE LEDGER     *
      *   SEAT IS BEING GRADED, THE GRADE, AND THE ID OF THE   *
      *   INSTRUCTOR WHO SUBMITTED IT                          *
      **********************************************************
        FD  GRADEFILE
           LABEL RECORDS ARE STANDARD.
       01  GRADEDATA.
           03 GR-RECKEY.
                05 GR-TERM      PIC X(5).
                05 GR-COURSE.
                     07 GR-ABB  PIC XXX.
                     07 GR-NUMB PIC XXXX.
                     07 GR-SEC  PIC X(20).
           03 GR-STUDENT        PIC X(9).
           03 GR-GRADE          PIC XX.
           03 GR-INSTRUCTOR     PIC X(5).
        FD  COURSEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSLAYT.
        FD  ENROLLFILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRLAYT.
      **********************************************************
      *   PERMANENT STUDENT COURSE HISTORY                     *
      **********************************************************
        FD  HISTFILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTLAYT.
        FD  CATLGFILE
           LABEL RECORDS ARE STANDARD.
           COPY CATLAYT.
        FD  ATERMFILE
           LABEL RECORDS ARE STANDARD.
           COPY ATRMLAYT.
        FD  POSTFILE
           LABEL RECORDS ARE STANDARD.
       01  POSTREC             PIC X(132).
      **********************************************************
      *   REJECTED GRADE -- THE SUBMISSION AS RECEIVED PLUS A  *
      *   REASON CODE, SO THE REGISTRAR CAN RESEARCH IT WITH   *
      *   THE INSTRUCTOR AND RESUBMIT                          *
      **********************************************************
        FD  REJFILE
           LABEL RECORDS ARE STANDARD.
       01  REJDATA.
           03 RJ-TRANSACTION    PIC X(48).
           03 FILLER            PIC X(2).
           03 RJ-REASON         PIC XX.
           03 FILLER            PIC X(2).
           03 RJ-REASON-TEXT    PIC X(30).

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-GRADE-FILE-STATUS PIC XX VALUE '00'.
           03  WS-FILE-STATUS    PIC XX  VALUE '00'.
           03  WS-ENRL-FILE-STATUS PIC XX VALUE '00'.
           03  WS-HIST-FILE-STATUS PIC XX VALUE '00'.
           03  WS-CATLG-FILE-STATUS PIC XX VALUE '00'.
           03  WS-ATERM-FILE-STATUS PIC XX VALUE '00'.
           03  EOF               PIC X   VALUE 'N'.
                 88 ENDOFDATA            VALUE 'Y'.
           03  WS-SECTION-FOUND  PIC X   VALUE 'N'.
                 88 SECTION-FOUND        VALUE 'Y'.
           03  WS-ENROLL-FOUND   PIC X   VALUE 'N'.
                 88 ENROLL-FOUND         VALUE 'Y'.
           03  WS-HIST-FOUND     PIC X   VALUE 'N'.
                 88 HIST-FOUND           VALUE 'Y'.
           03  WS-CATLG-CHECK    PIC X   VALUE 'N'.
                 88 CATLG-CHECK-ACTIVE   VALUE 'Y'.
           03  WS-LEDGER-DONE    PIC X   VALUE 'N'.
                 88 LEDGER-DONE          VALUE 'Y'.
        77  WS-RUN-DATE          PIC 9(8) VALUE 0.
        77  WS-OLD-GRADE         PIC XX   VALUE SPACES.
      **********************************************************
      *   RUN-TIME PARAMETER CARD, ACCEPTED FROM THE COMMAND   *
      *   LINE THE WAY LAB4 READS ITS PARM:                    *
      *     1-5   TERM CODE BEING GRADED (REQUIRED)            *
      **********************************************************
       01  WS-PARM-LINE.
           03 WS-PARM-TERM      PIC X(5).
           03 FILLER            PIC X(35).
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-POSTED-COUNT      PIC 9(7) COMP VALUE 0.
        77  WS-CHANGED-COUNT     PIC 9(7) COMP VALUE 0.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE 0.
        77  WS-SEAT-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-UNGRADED-COUNT    PIC 9(7) COMP VALUE 0.
        77  LINECT               PIC 99   COMP VALUE 99.
      ********************************************************
      *         DESCRIPTION OF GRADE POSTING REPORT        ***
      ********************************************************
       01 POST-HEADING1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(29)       VALUE
                 'GRADE ROSTER POSTING -- TERM '.
           03 PH-TERM           PIC X(5).
       01 POST-HEADING2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'CLASS'.
           03 FILLER            PIC X(11)       VALUE   SPACES.
           03 FILLER            PIC X(10)       VALUE
                 'STUDENT ID'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'GRADE'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(11)       VALUE   'DISPOSITION'.
       01 POSTDATA.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 PT-ABB            PIC XXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 PT-NUMB           PIC XXXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 PT-SEC            PIC XXX.
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 PT-STUDENT        PIC X(9).
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 PT-GRADE          PIC XX.
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 PT-DISPOSITION    PIC X(30).
       01 UNGRADED-HEADING.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(34)       VALUE
                 'LEDGER SEATS WITH NO GRADE POSTED'.
       01 POSTTOTAL-LINE1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(24)       VALUE
                 'GRADES READ             '.
           03 PT-READ-COUNT     PIC ZZZZZZ9.
       01 POSTTOTAL-LINE2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(24)       VALUE
                 'GRADES POSTED           '.
           03 PT-POSTED-COUNT   PIC ZZZZZZ9.
       01 POSTTOTAL-LINE3.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(24)       VALUE
                 'GRADES CHANGED          '.
           03 PT-CHANGED-COUNT  PIC ZZZZZZ9.
       01 POSTTOTAL-LINE4.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(24)       VALUE
                 'GRADES REJECTED         '.
           03 PT-REJECT-COUNT   PIC ZZZZZZ9.
       01 POSTTOTAL-LINE5.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(24)       VALUE
                 'LEDGER SEATS IN TERM    '.
           03 PT-SEAT-COUNT     PIC ZZZZZZ9.
       01 POSTTOTAL-LINE6.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(24)       VALUE
                 'SEATS STILL UNGRADED    '.
           03 PT-UNGRADED-COUNT PIC ZZZZZZ9.

        PROCEDURE DIVISION.
       000MAINLINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-TERM = SPACES
                DISPLAY 'TERM CODE REQUIRED, E.G. 2026S -- '
                     'NO GRADES POSTED'
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *    AN ARCHIVED TERM'S SECTIONS ARE GONE FROM DASCOURSE --
      *    ITS GRADES HAD TO BE POSTED BEFORE TRMARCH RAN
           OPEN INPUT ATERMFILE.
           IF WS-ATERM-FILE-STATUS = '00'
                MOVE WS-PARM-TERM TO AT-TERM
                READ ATERMFILE
                     KEY IS AT-TERM
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          DISPLAY 'TERM ' WS-PARM-TERM ' IS '
                               'ARCHIVED -- NO GRADES POSTED'
                          MOVE 16 TO RETURN-CODE
                END-READ
                CLOSE ATERMFILE
           END-IF.
           IF RETURN-CODE NOT = 0
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN INPUT GRADEFILE.
           IF WS-GRADE-FILE-STATUS = '35'
                DISPLAY 'GRDTRANS NOT FOUND -- NOTHING TO POST'
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN INPUT COURSEFILE.
           IF WS-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASCOURSE -- '
                     WS-FILE-STATUS
                CLOSE GRADEFILE
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN INPUT ENROLLFILE.
           IF WS-ENRL-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASENRL -- '
                     WS-ENRL-FILE-STATUS
                CLOSE GRADEFILE COURSEFILE
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN I-O HISTFILE.
           IF WS-HIST-FILE-STATUS = '35'
                DISPLAY 'DASHIST DOES NOT EXIST -- CREATING IT'
                CLOSE HISTFILE
                OPEN OUTPUT HISTFILE
                CLOSE HISTFILE
                OPEN I-O HISTFILE
           END-IF.
           OPEN INPUT CATLGFILE.
           IF WS-CATLG-FILE-STATUS = '00'
                MOVE 'Y' TO WS-CATLG-CHECK
           ELSE
                DISPLAY 'DASCATLG NOT AVAILABLE ('
                     WS-CATLG-FILE-STATUS
                     ') -- CREDITS POSTED AS ZERO'
           END-IF.
           OPEN OUTPUT POSTFILE.
           OPEN OUTPUT REJFILE.
           MOVE WS-PARM-TERM TO PH-TERM.
           PERFORM 800READGRADEFILE.
           PERFORM 100POSTONEGRADE THRU 100POSTONEGRADE-EXIT
                UNTIL ENDOFDATA.
           PERFORM 400UNGRADEDPASS.
           PERFORM 500POSTTOTALS.
           CLOSE GRADEFILE
                COURSEFILE
                ENROLLFILE
                HISTFILE
                POSTFILE
                REJFILE.
           IF CATLG-CHECK-ACTIVE
                CLOSE CATLGFILE
           END-IF.
           DISPLAY 'GRADES READ:           ' WS-READ-COUNT.
           DISPLAY 'GRADES POSTED:         ' WS-POSTED-COUNT.
           DISPLAY 'GRADES CHANGED:        ' WS-CHANGED-COUNT.
           DISPLAY 'GRADES REJECTED:       ' WS-REJECT-COUNT.
           DISPLAY 'SEATS STILL UNGRADED:  ' WS-UNGRADED-COUNT.
           IF WS-REJECT-COUNT > 0 OR WS-UNGRADED-COUNT > 0
                DISPLAY 'GRADE ROSTER INCOMPLETE -- SEE URSGPOST'
                MOVE 8 TO RETURN-CODE
           END-IF.
       000MAINLINE-EXIT.
           STOP RUN.
      **********************************************************
      *   POST ONE SUBMITTED GRADE.  THE GRADE MUST BE FOR THE *
      *   PARM TERM, NAME A SECTION ON FILE AND A STUDENT WITH *
      *   A LEDGER SEAT IN IT, COME FROM THE SECTION'S OWN     *
      *   INSTRUCTOR, AND BE A GRADE THE REGISTRAR RECOGNIZES. *
      *   A SECOND SUBMISSION FOR THE SAME SEAT IS A GRADE     *
      *   CHANGE AND REPLACES THE FIRST                        *
      **********************************************************
       100POSTONEGRADE.
           IF GR-TERM NOT = WS-PARM-TERM
                PERFORM 340REJECTWRONGTERM
                GO TO 100POSTONEGRADE-NEXT
           END-IF.
           PERFORM 150READSECTION.
           IF NOT SECTION-FOUND
                PERFORM 310REJECTUNKNOWNSECTION
                GO TO 100POSTONEGRADE-NEXT
           END-IF.
           PERFORM 160READENROLLMENT.
           IF NOT ENROLL-FOUND
                PERFORM 320REJECTNOTENROLLED
                GO TO 100POSTONEGRADE-NEXT
           END-IF.
           IF E-STATUS-WITHDRAWN AND GR-GRADE NOT = 'W '
                PERFORM 335REJECTWITHDRAWN
                GO TO 100POSTONEGRADE-NEXT
           END-IF.
           IF GR-INSTRUCTOR NOT = SPACES
              AND C-INSTRUCTOR NOT = SPACES
              AND GR-INSTRUCTOR NOT = C-INSTRUCTOR
                PERFORM 345REJECTWRONGINSTRUCTOR
                GO TO 100POSTONEGRADE-NEXT
           END-IF.
           MOVE GR-GRADE TO HS-GRADE.
           IF NOT HS-GRADE-VALID
                PERFORM 330REJECTINVALIDGRADE
                GO TO 100POSTONEGRADE-NEXT
           END-IF.
           PERFORM 200WRITEHISTORY THRU 200WRITEHISTORY-EXIT.
       100POSTONEGRADE-NEXT.
           PERFORM 800READGRADEFILE.
       100POSTONEGRADE-EXIT.
           EXIT.
      **********************************************************
      *   RANDOM READ OF THE SECTION THE GRADE NAMES           *
      **********************************************************
       150READSECTION.
           MOVE 'N' TO WS-SECTION-FOUND.
           MOVE GR-RECKEY TO C-RECKEY.
           READ COURSEFILE
                KEY IS C-RECKEY
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE 'Y' TO WS-SECTION-FOUND
           END-READ.
      **********************************************************
      *   RANDOM READ OF THE LEDGER SEAT BEING GRADED          *
      **********************************************************
       160READENROLLMENT.
           MOVE 'N' TO WS-ENROLL-FOUND.
           MOVE GR-RECKEY  TO E-RECKEY (1:32).
           MOVE GR-STUDENT TO E-STUDENT.
           READ ENROLLFILE
                KEY IS E-RECKEY
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE 'Y' TO WS-ENROLL-FOUND
           END-READ.
      **********************************************************
      *   WRITE THE HISTORY RECORD, OR REWRITE IT WHEN THE     *
      *   SEAT WAS ALREADY GRADED.  TITLE COMES OFF THE        *
      *   SECTION AND CREDITS OFF THE CATALOG, BOTH FROZEN     *
      *   HERE SO LATER CATALOG CHANGES DON'T REWRITE HISTORY  *
      **********************************************************
       200WRITEHISTORY.
           MOVE GR-STUDENT TO HS-STUDENT.
           MOVE GR-RECKEY  TO HS-RECKEY (10:32).
           MOVE 'N' TO WS-HIST-FOUND.
           MOVE SPACES TO WS-OLD-GRADE.
           READ HISTFILE
                KEY IS HS-RECKEY
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE 'Y' TO WS-HIST-FOUND
                     MOVE HS-GRADE TO WS-OLD-GRADE
           END-READ.
           IF HIST-FOUND AND WS-OLD-GRADE = GR-GRADE
                MOVE 'ALREADY POSTED -- NO CHANGE' TO PT-DISPOSITION
                PERFORM 410WRITEPOSTLINE
                GO TO 200WRITEHISTORY-EXIT
           END-IF.
           IF NOT HIST-FOUND
                MOVE SPACES     TO HISTORYDATA
                MOVE GR-STUDENT TO HS-STUDENT
                MOVE GR-RECKEY  TO HS-RECKEY (10:32)
           END-IF.
           MOVE C-TITLE     TO HS-TITLE.
           PERFORM 210FINDCREDITS.
           MOVE GR-GRADE    TO HS-GRADE.
           MOVE WS-RUN-DATE TO HS-POSTED-DATE.
           IF HIST-FOUND
                REWRITE HISTORYDATA
                     INVALID KEY
                          DISPLAY 'UNABLE TO REWRITE HISTORY -- '
                               WS-HIST-FILE-STATUS ' AT ' HS-RECKEY
                     NOT INVALID KEY
                          ADD 1 TO WS-CHANGED-COUNT
                          MOVE 'GRADE CHANGED FROM'
                               TO PT-DISPOSITION
                          MOVE WS-OLD-GRADE
                               TO PT-DISPOSITION (20:2)
                          PERFORM 410WRITEPOSTLINE
                END-REWRITE
           ELSE
                WRITE HISTORYDATA
                     INVALID KEY
                          DISPLAY 'UNABLE TO WRITE HISTORY -- '
                               WS-HIST-FILE-STATUS ' AT ' HS-RECKEY
                     NOT INVALID KEY
                          ADD 1 TO WS-POSTED-COUNT
                          MOVE 'POSTED' TO PT-DISPOSITION
                          PERFORM 410WRITEPOSTLINE
                END-WRITE
           END-IF.
       200WRITEHISTORY-EXIT.
           EXIT.
       210FINDCREDITS.
           MOVE 0 TO HS-CREDITS.
           IF CATLG-CHECK-ACTIVE
                MOVE C-ABB  TO CA-ABB
                MOVE C-NUMB TO CA-NUMB
                READ CATLGFILE
                     KEY IS CA-KEY
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE CA-CREDITS TO HS-CREDITS
                END-READ
           END-IF.
      **********************************************************
      *   REJECT HANDLERS -- EACH WRITES THE SUBMISSION TO     *
      *   URSGREJ WITH ITS REASON CODE AND ECHOES THE          *
      *   DISPOSITION ONTO THE POSTING REPORT                  *
      **********************************************************
       310REJECTUNKNOWNSECTION.
           MOVE SPACES TO REJDATA.
           MOVE '01' TO RJ-REASON.
           MOVE 'SECTION NOT ON FILE' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- UNKNOWN SECTION' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       320REJECTNOTENROLLED.
           MOVE SPACES TO REJDATA.
           MOVE '02' TO RJ-REASON.
           MOVE 'STUDENT NOT ON SECTION LEDGER' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- NOT ENROLLED' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       330REJECTINVALIDGRADE.
           MOVE SPACES TO REJDATA.
           MOVE '03' TO RJ-REASON.
           MOVE 'NOT A RECOGNIZED GRADE' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- INVALID GRADE' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       335REJECTWITHDRAWN.
           MOVE SPACES TO REJDATA.
           MOVE '06' TO RJ-REASON.
           MOVE 'STUDENT WITHDREW -- GRADE IS W' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- STUDENT WITHDREW' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       340REJECTWRONGTERM.
           MOVE SPACES TO REJDATA.
           MOVE '04' TO RJ-REASON.
           MOVE 'NOT FOR THE TERM BEING POSTED' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- WRONG TERM' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       345REJECTWRONGINSTRUCTOR.
           MOVE SPACES TO REJDATA.
           MOVE '05' TO RJ-REASON.
           MOVE 'NOT THE SECTION INSTRUCTOR' TO RJ-REASON-TEXT.
           MOVE 'REJECTED -- WRONG INSTRUCTOR' TO PT-DISPOSITION.
           PERFORM 350WRITEREJECT.
       350WRITEREJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE GRADEDATA TO RJ-TRANSACTION.
           WRITE REJDATA.
           PERFORM 410WRITEPOSTLINE.
      **********************************************************
      *   COMPLETENESS PASS -- WALK THE TERM'S LEDGER SEATS    *
      *   (E-TERM LEADS THE KEY, SO THE TERM IS CONTIGUOUS)    *
      *   AND LIST EVERY SEAT WITH NO HISTORY RECORD.  TRMARCH *
      *   REFUSES THE TERM WHILE ANY SEAT IS LEFT UNGRADED.  A *
      *   WITHDRAWN SEAT WITH NO GRADE GETS ITS W POSTED HERE  *
      **********************************************************
       400UNGRADEDPASS.
           IF LINECT > 42
                PERFORM 425POSTHEADINGS
           END-IF.
           MOVE SPACES TO POSTREC.
           WRITE POSTREC
                AFTER ADVANCING 1 LINE.
           WRITE POSTREC FROM UNGRADED-HEADING
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO POSTREC.
           WRITE POSTREC
                AFTER ADVANCING 1 LINE.
           ADD 3 TO LINECT.
           MOVE 'N' TO WS-LEDGER-DONE.
           MOVE WS-PARM-TERM TO E-RECKEY (1:5).
           MOVE LOW-VALUES TO E-RECKEY (6:36).
           START ENROLLFILE
                KEY IS NOT LESS THAN E-RECKEY
                INVALID KEY
                     MOVE 'Y' TO WS-LEDGER-DONE
           END-START.
           PERFORM 405CHECKONESEAT
                UNTIL LEDGER-DONE.
       405CHECKONESEAT.
           READ ENROLLFILE NEXT RECORD
                AT END
                     MOVE 'Y' TO WS-LEDGER-DONE
                NOT AT END
                     IF E-TERM = WS-PARM-TERM
                          ADD 1 TO WS-SEAT-COUNT
                          PERFORM 406FINDSEATHISTORY
                     ELSE
                          MOVE 'Y' TO WS-LEDGER-DONE
                     END-IF
           END-READ.
       406FINDSEATHISTORY.
           MOVE E-STUDENT TO HS-STUDENT.
           MOVE E-RECKEY (1:32) TO HS-RECKEY (10:32).
           READ HISTFILE
                KEY IS HS-RECKEY
                INVALID KEY
                     IF E-STATUS-WITHDRAWN
                          PERFORM 407POSTWITHDRAWAL
                     ELSE
                          ADD 1 TO WS-UNGRADED-COUNT
                          MOVE E-ABB     TO PT-ABB
                          MOVE E-NUMB    TO PT-NUMB
                          MOVE E-SEC     TO PT-SEC
                          MOVE E-STUDENT TO PT-STUDENT
                          MOVE SPACES    TO PT-GRADE
                          MOVE '** NO GRADE POSTED **'
                               TO PT-DISPOSITION
                          PERFORM 420WRITEDETAIL
                     END-IF
           END-READ.
      **********************************************************
      *   POST THE W FOR A WITHDRAWN SEAT -- TITLE OFF THE     *
      *   SECTION (BLANK IF IT'S GONE) AND CREDITS OFF THE     *
      *   CATALOG, THE SAME AS A SUBMITTED GRADE               *
      **********************************************************
       407POSTWITHDRAWAL.
           MOVE SPACES TO HISTORYDATA.
           MOVE E-STUDENT TO HS-STUDENT.
           MOVE E-RECKEY (1:32) TO HS-RECKEY (10:32).
           MOVE E-RECKEY (1:32) TO C-RECKEY.
           READ COURSEFILE
                KEY IS C-RECKEY
                INVALID KEY
                     MOVE SPACES TO C-TITLE
                     MOVE E-ABB  TO C-ABB
                     MOVE E-NUMB TO C-NUMB
           END-READ.
           MOVE C-TITLE     TO HS-TITLE.
           PERFORM 210FINDCREDITS.
           MOVE 'W '        TO HS-GRADE.
           MOVE WS-RUN-DATE TO HS-POSTED-DATE.
           MOVE E-ABB       TO PT-ABB.
           MOVE E-NUMB      TO PT-NUMB.
           MOVE E-SEC       TO PT-SEC.
           MOVE E-STUDENT   TO PT-STUDENT.
           MOVE 'W '        TO PT-GRADE.
           WRITE HISTORYDATA
                INVALID KEY
                     DISPLAY 'UNABLE TO WRITE HISTORY -- '
                          WS-HIST-FILE-STATUS ' AT ' HS-RECKEY
                     ADD 1 TO WS-UNGRADED-COUNT
                     MOVE '** NO GRADE POSTED **' TO PT-DISPOSITION
                NOT INVALID KEY
                     ADD 1 TO WS-POSTED-COUNT
                     MOVE 'WITHDRAWN -- W POSTED' TO PT-DISPOSITION
           END-WRITE.
           PERFORM 420WRITEDETAIL.
      **********************************************************
      *   ONE POSTING-REPORT LINE PER SUBMITTED GRADE          *
      **********************************************************
       410WRITEPOSTLINE.
           MOVE GR-ABB     TO PT-ABB.
           MOVE GR-NUMB    TO PT-NUMB.
           MOVE GR-SEC     TO PT-SEC.
           MOVE GR-STUDENT TO PT-STUDENT.
           MOVE GR-GRADE   TO PT-GRADE.
           PERFORM 420WRITEDETAIL.
       420WRITEDETAIL.
           IF LINECT > 45
                PERFORM 425POSTHEADINGS
           END-IF.
           WRITE POSTREC FROM POSTDATA
                AFTER ADVANCING 1 LINE.
           ADD 1 TO LINECT.
      **********************************************************
      *          PRINT POSTING REPORT HEADING LINES            *
      **********************************************************
       425POSTHEADINGS.
           WRITE POSTREC FROM POST-HEADING1
                AFTER ADVANCING PAGE.
           MOVE SPACES TO POSTREC.
           WRITE POSTREC
                AFTER ADVANCING 1 LINE.
           WRITE POSTREC FROM POST-HEADING2
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO POSTREC.
           WRITE POSTREC
                AFTER ADVANCING 1 LINE.
           MOVE 0 TO LINECT.
      **********************************************************
      *   END-OF-RUN TOTALS AT THE BOTTOM OF THE REPORT        *
      **********************************************************
       500POSTTOTALS.
           IF LINECT > 45
                PERFORM 425POSTHEADINGS
           END-IF.
           MOVE WS-READ-COUNT     TO PT-READ-COUNT.
           MOVE WS-POSTED-COUNT   TO PT-POSTED-COUNT.
           MOVE WS-CHANGED-COUNT  TO PT-CHANGED-COUNT.
           MOVE WS-REJECT-COUNT   TO PT-REJECT-COUNT.
           MOVE WS-SEAT-COUNT     TO PT-SEAT-COUNT.
           MOVE WS-UNGRADED-COUNT TO PT-UNGRADED-COUNT.
           MOVE SPACES TO POSTREC.
           WRITE POSTREC
                AFTER ADVANCING 1 LINE.
           WRITE POSTREC FROM POSTTOTAL-LINE1
                AFTER ADVANCING 1 LINE.
           WRITE POSTREC FROM POSTTOTAL-LINE2
                AFTER ADVANCING 1 LINE.
           WRITE POSTREC FROM POSTTOTAL-LINE3
                AFTER ADVANCING 1 LINE.
           WRITE POSTREC FROM POSTTOTAL-LINE4
                AFTER ADVANCING 1 LINE.
           WRITE POSTREC FROM POSTTOTAL-LINE5
                AFTER ADVANCING 1 LINE.
           WRITE POSTREC FROM POSTTOTAL-LINE6
                AFTER ADVANCING 1 LINE.
      *********************************************************
      *         READ THE GRADE SUBMISSION FILE          ******
      *********************************************************
       800READGRADEFILE.
           READ GRADEFILE
                   AT END MOVE 'Y' TO EOF.
           IF NOT ENDOFDATA
                ADD 1 TO WS-READ-COUNT
           END-IF.
