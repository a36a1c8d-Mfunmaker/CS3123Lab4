       IDENTIFICATION DIVISION.
        PROGRAM-ID. STUTRAN.
        AUTHOR. Martin Funmaker.
      * STUDENT ACADEMIC HISTORY (TRANSCRIPT) LISTING.
      * GRDPOST WRITES EVERY FINAL GRADE TO THE PERMANENT
      * DASHIST COURSE HISTORY; THIS PROGRAM PRINTS IT FOR THE
      * REGISTRAR -- ONE STUDENT PER PAGE, TERM BY TERM, EACH
      * COURSE WITH ITS TITLE, CREDITS, AND GRADE, A TERM LINE
      * OF CREDITS ATTEMPTED/EARNED AND THE TERM GPA, AND A
      * CUMULATIVE LINE AT THE BOTTOM.  ONE STUDENT OR ALL OF
      * THEM, PER THE PARM.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- READ DASHIST IN KEY
      *        (STUDENT/TERM/COURSE) ORDER, NAME AND STANDING
      *        OFF DASSTUD WHEN IT'S AVAILABLE, WRITE THE
      *        LISTING TO URSTRAN.  RETURN CODE 4 WHEN THE
      *        PARM STUDENT HAS NO HISTORY, 16 WHEN DASHIST
      *        WON'T OPEN.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO 'DASHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-RECKEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT STUDFILE ASSIGN TO 'DASSTUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               FILE STATUS IS WS-STUD-FILE-STATUS.
           SELECT TRANFILE ASSIGN TO 'URSTRAN'
               ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  HISTFILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTLAYT.
        FD  STUDFILE
           LABEL RECORDS ARE STANDARD.
           COPY STUDLAYT.
        FD  TRANFILE
           LABEL RECORDS ARE STANDARD.
       01  TRANREC             PIC X(132).

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-HIST-FILE-STATUS PIC XX VALUE '00'.
           03  WS-STUD-FILE-STATUS PIC XX VALUE '00'.
           03  EOF               PIC X   VALUE 'N'.
                 88 ENDOFDATA            VALUE 'Y'.
           03  WS-STUD-CHECK     PIC X   VALUE 'N'.
                 88 STUD-CHECK-ACTIVE    VALUE 'Y'.
      **********************************************************
      *   RUN-TIME PARAMETER CARD, ACCEPTED FROM THE COMMAND   *
      *   LINE THE WAY LAB4 READS ITS PARM:                    *
      *     1-9   STUDENT ID TO LIST (BLANK = EVERY STUDENT    *
      *           ON DASHIST)                                  *
      **********************************************************
       01  WS-PARM-LINE.
           03 WS-PARM-STUDENT   PIC X(9).
           03 FILLER            PIC X(31).
      **********************************************************
      *   QUALITY POINTS PER GRADE FOR THE GPA -- ONLY THE     *
      *   GRADES HS-GRADE-IN-GPA NAMES ARE LOOKED UP HERE      *
      **********************************************************
       01  QP-VALUES.
           03 FILLER            PIC X(15) VALUE 'A 400A-370B+330'.
           03 FILLER            PIC X(15) VALUE 'B 300B-270C+230'.
           03 FILLER            PIC X(15) VALUE 'C 200C-170D+130'.
           03 FILLER            PIC X(15) VALUE 'D 100D-070F 000'.
       01  QP-TABLE REDEFINES QP-VALUES.
           03 QP-ENTRY OCCURS 12 TIMES.
                05 QP-GRADE     PIC XX.
                05 QP-POINTS    PIC 9V99.
        77 QP-I                  PIC 99   COMP VALUE 0.
      **********************************************************
      *   CONTROL-BREAK KEYS AND THE TERM AND CUMULATIVE       *
      *   ACCUMULATORS                                         *
      **********************************************************
        77 WS-PREV-STUDENT       PIC X(9) VALUE SPACES.
        77 WS-PREV-TERM          PIC X(5) VALUE SPACES.
       01  WS-TERM-TOTALS.
           03 WS-TERM-ATTEMPTED  PIC 9(3)    COMP.
           03 WS-TERM-EARNED     PIC 9(3)    COMP.
           03 WS-TERM-GPA-HRS    PIC 9(3)    COMP.
           03 WS-TERM-QPTS       PIC 9(4)V99 COMP.
       01  WS-CUM-TOTALS.
           03 WS-CUM-ATTEMPTED   PIC 9(4)    COMP.
           03 WS-CUM-EARNED      PIC 9(4)    COMP.
           03 WS-CUM-GPA-HRS     PIC 9(4)    COMP.
           03 WS-CUM-QPTS        PIC 9(5)V99 COMP.
        77 WS-GPA                PIC 9V99 VALUE 0.
        77 WS-COURSE-QPTS        PIC 9(3)V99 VALUE 0.
        77 LINECT                PIC 99   COMP VALUE 0.
        77 WS-READ-COUNT         PIC 9(7) COMP VALUE 0.
        77 WS-STUDENT-COUNT      PIC 9(7) COMP VALUE 0.
      ********************************************************
      *         DESCRIPTION OF TRANSCRIPT LINES            ***
      ********************************************************
       01 TRAN-HEADING1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(20)       VALUE
                 'ACADEMIC HISTORY -- '.
           03 TH-STUDENT        PIC X(9).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 TH-NAME           PIC X(25).
       01 TRAN-HEADING2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(9)        VALUE   'STANDING '.
           03 TH-CLASS          PIC XX.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(6)        VALUE   'MAJOR '.
           03 TH-MAJOR          PIC XXX.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(7)        VALUE   'STATUS '.
           03 TH-STATUS         PIC X.
       01 TRAN-HEADING3.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(4)        VALUE   'TERM'.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'CLASS'.
           03 FILLER            PIC X(8)        VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'TITLE'.
           03 FILLER            PIC X(17)       VALUE   SPACES.
           03 FILLER            PIC X(4)        VALUE   'CRED'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'GRADE'.
       01 TRANDATA.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 TD-TERM           PIC X(5).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 TD-ABB            PIC XXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 TD-NUMB           PIC XXXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 TD-SEC            PIC XXX.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 TD-TITLE          PIC X(20).
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 TD-CREDITS        PIC Z9.
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 TD-GRADE          PIC XX.
       01 TRAN-TERM-LINE.
           03 FILLER            PIC X(17)       VALUE   SPACES.
           03 TT-LABEL          PIC X(12).
           03 FILLER            PIC X(10)       VALUE
                 'ATTEMPTED '.
           03 TT-ATTEMPTED      PIC ZZZ9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(7)        VALUE   'EARNED '.
           03 TT-EARNED         PIC ZZZ9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(4)        VALUE   'GPA '.
           03 TT-GPA            PIC 9.99.
       01 TRANTOTAL-LINE1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(24)       VALUE
                 'HISTORY RECORDS READ    '.
           03 TT-READ-COUNT     PIC ZZZZZZ9.
       01 TRANTOTAL-LINE2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(24)       VALUE
                 'STUDENTS LISTED         '.
           03 TT-STUDENT-COUNT  PIC ZZZZZZ9.

        PROCEDURE DIVISION.
       000MAINLINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           OPEN INPUT HISTFILE.
           IF WS-HIST-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASHIST -- '
                     WS-HIST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN INPUT STUDFILE.
           IF WS-STUD-FILE-STATUS = '00'
                MOVE 'Y' TO WS-STUD-CHECK
           ELSE
                DISPLAY 'DASSTUD NOT AVAILABLE ('
                     WS-STUD-FILE-STATUS
                     ') -- STUDENT NAMES OMITTED'
           END-IF.
           OPEN OUTPUT TRANFILE.
           MOVE 'N' TO EOF.
           MOVE WS-PARM-STUDENT TO HS-STUDENT.
           MOVE LOW-VALUES TO HS-RECKEY (10:32).
           IF WS-PARM-STUDENT = SPACES
                MOVE LOW-VALUES TO HS-STUDENT
           END-IF.
           START HISTFILE
                KEY IS NOT LESS THAN HS-RECKEY
                INVALID KEY
                     MOVE 'Y' TO EOF
           END-START.
           PERFORM 800READHISTORY THRU 800READHISTORY-EXIT.
           PERFORM 100LISTONECOURSE
                UNTIL ENDOFDATA.
           IF WS-PREV-STUDENT NOT = SPACES
                PERFORM 150TERMTOTAL
                PERFORM 160STUDENTTOTAL
           END-IF.
           PERFORM 500TRANTOTALS.
           CLOSE HISTFILE
                TRANFILE.
           IF STUD-CHECK-ACTIVE
                CLOSE STUDFILE
           END-IF.
           DISPLAY 'HISTORY RECORDS READ:  ' WS-READ-COUNT.
           DISPLAY 'STUDENTS LISTED:       ' WS-STUDENT-COUNT.
           IF WS-PARM-STUDENT NOT = SPACES
              AND WS-STUDENT-COUNT = 0
                DISPLAY 'NO HISTORY ON FILE FOR STUDENT '
                     WS-PARM-STUDENT
                MOVE 4 TO RETURN-CODE
           END-IF.
       000MAINLINE-EXIT.
           STOP RUN.
      **********************************************************
      *   ONE HISTORY RECORD -- A NEW STUDENT CLOSES THE PRIOR *
      *   STUDENT'S TERM AND CUMULATIVE LINES AND STARTS A NEW *
      *   PAGE; A NEW TERM CLOSES THE PRIOR TERM'S LINE        *
      **********************************************************
       100LISTONECOURSE.
           IF HS-STUDENT NOT = WS-PREV-STUDENT
                IF WS-PREV-STUDENT NOT = SPACES
                     PERFORM 150TERMTOTAL
                     PERFORM 160STUDENTTOTAL
                END-IF
                PERFORM 120STUDENTHEADINGS
                MOVE HS-STUDENT TO WS-PREV-STUDENT
                MOVE HS-TERM    TO WS-PREV-TERM
                INITIALIZE WS-TERM-TOTALS
                           WS-CUM-TOTALS
           ELSE
                IF HS-TERM NOT = WS-PREV-TERM
                     PERFORM 150TERMTOTAL
                     MOVE HS-TERM TO WS-PREV-TERM
                     INITIALIZE WS-TERM-TOTALS
                END-IF
                IF LINECT > 45
                     PERFORM 125TRANPAGEHEADINGS
                END-IF
           END-IF.
           MOVE HS-TERM    TO TD-TERM.
           MOVE HS-ABB     TO TD-ABB.
           MOVE HS-NUMB    TO TD-NUMB.
           MOVE HS-SEC     TO TD-SEC.
           MOVE HS-TITLE   TO TD-TITLE.
           MOVE HS-CREDITS TO TD-CREDITS.
           MOVE HS-GRADE   TO TD-GRADE.
           WRITE TRANREC FROM TRANDATA
                AFTER ADVANCING 1 LINE.
           ADD 1 TO LINECT.
           PERFORM 130ACCUMULATE.
           PERFORM 800READHISTORY THRU 800READHISTORY-EXIT.
      **********************************************************
      *   NEW STUDENT -- NAME, STANDING, MAJOR, AND STATUS OFF *
      *   DASSTUD WHEN IT'S AVAILABLE, THE SAME DEGRADED       *
      *   LOOKUP CRSROSTR USES                                 *
      **********************************************************
       120STUDENTHEADINGS.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE HS-STUDENT TO TH-STUDENT.
           MOVE SPACES TO TH-NAME TH-CLASS TH-MAJOR TH-STATUS.
           IF STUD-CHECK-ACTIVE
                MOVE HS-STUDENT TO ST-ID
                READ STUDFILE
                     KEY IS ST-ID
                     INVALID KEY
                          MOVE '** NOT ON MASTER **' TO TH-NAME
                     NOT INVALID KEY
                          MOVE ST-NAME   TO TH-NAME
                          MOVE ST-CLASS  TO TH-CLASS
                          MOVE ST-MAJOR  TO TH-MAJOR
                          MOVE ST-STATUS TO TH-STATUS
                END-READ
           END-IF.
           PERFORM 125TRANPAGEHEADINGS.
       125TRANPAGEHEADINGS.
           WRITE TRANREC FROM TRAN-HEADING1
                AFTER ADVANCING PAGE.
           WRITE TRANREC FROM TRAN-HEADING2
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TRANREC.
           WRITE TRANREC
                AFTER ADVANCING 1 LINE.
           WRITE TRANREC FROM TRAN-HEADING3
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TRANREC.
           WRITE TRANREC
                AFTER ADVANCING 1 LINE.
           MOVE 0 TO LINECT.
      **********************************************************
      *   ADD ONE COURSE INTO THE TERM AND CUMULATIVE TOTALS.  *
      *   W, AU, AND I ARE NOT ATTEMPTED; EARNED IS ANY        *
      *   PASSING GRADE; ONLY LETTER GRADES CARRY QUALITY      *
      *   POINTS INTO THE GPA                                  *
      **********************************************************
       130ACCUMULATE.
           IF HS-GRADE = 'W ' OR HS-GRADE = 'AU'
              OR HS-GRADE = 'I '
                GO TO 130ACCUMULATE-EXIT
           END-IF.
           ADD HS-CREDITS TO WS-TERM-ATTEMPTED WS-CUM-ATTEMPTED.
           IF HS-GRADE-PASSING
                ADD HS-CREDITS TO WS-TERM-EARNED WS-CUM-EARNED
           END-IF.
           IF HS-GRADE-IN-GPA
                MOVE 0 TO WS-COURSE-QPTS
                PERFORM 135FINDQPOINTS
                     VARYING QP-I FROM 1 BY 1 UNTIL QP-I > 12
                ADD HS-CREDITS TO WS-TERM-GPA-HRS WS-CUM-GPA-HRS
                ADD WS-COURSE-QPTS TO WS-TERM-QPTS WS-CUM-QPTS
           END-IF.
       130ACCUMULATE-EXIT.
           EXIT.
       135FINDQPOINTS.
           IF QP-GRADE (QP-I) = HS-GRADE
                COMPUTE WS-COURSE-QPTS =
                     QP-POINTS (QP-I) * HS-CREDITS
           END-IF.
      **********************************************************
      *   TERM AND CUMULATIVE LINES -- GPA IS QUALITY POINTS   *
      *   OVER GPA HOURS, ZERO WHEN NO LETTER GRADE WAS TAKEN  *
      **********************************************************
       150TERMTOTAL.
           MOVE 'TERM  ' TO TT-LABEL.
           MOVE WS-PREV-TERM TO TT-LABEL (7:5).
           MOVE WS-TERM-ATTEMPTED TO TT-ATTEMPTED.
           MOVE WS-TERM-EARNED    TO TT-EARNED.
           MOVE 0 TO WS-GPA.
           IF WS-TERM-GPA-HRS > 0
                COMPUTE WS-GPA ROUNDED =
                     WS-TERM-QPTS / WS-TERM-GPA-HRS
           END-IF.
           MOVE WS-GPA TO TT-GPA.
           WRITE TRANREC FROM TRAN-TERM-LINE
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TRANREC.
           WRITE TRANREC
                AFTER ADVANCING 1 LINE.
           ADD 2 TO LINECT.
       160STUDENTTOTAL.
           MOVE 'CUMULATIVE' TO TT-LABEL.
           MOVE WS-CUM-ATTEMPTED TO TT-ATTEMPTED.
           MOVE WS-CUM-EARNED    TO TT-EARNED.
           MOVE 0 TO WS-GPA.
           IF WS-CUM-GPA-HRS > 0
                COMPUTE WS-GPA ROUNDED =
                     WS-CUM-QPTS / WS-CUM-GPA-HRS
           END-IF.
           MOVE WS-GPA TO TT-GPA.
           WRITE TRANREC FROM TRAN-TERM-LINE
                AFTER ADVANCING 1 LINE.
      **********************************************************
      *   END-OF-RUN TOTALS ON A PAGE OF THEIR OWN             *
      **********************************************************
       500TRANTOTALS.
           MOVE WS-READ-COUNT    TO TT-READ-COUNT.
           MOVE WS-STUDENT-COUNT TO TT-STUDENT-COUNT.
           MOVE SPACES TO TRANREC.
           WRITE TRANREC
                AFTER ADVANCING PAGE.
           WRITE TRANREC FROM TRANTOTAL-LINE1
                AFTER ADVANCING 1 LINE.
           WRITE TRANREC FROM TRANTOTAL-LINE2
                AFTER ADVANCING 1 LINE.
      *********************************************************
      *   READ THE NEXT HISTORY RECORD, ENDING WHEN THE FILE **
      *   RUNS OUT OR, FOR A ONE-STUDENT RUN, THE STUDENT    **
      *   CHANGES                                            **
      *********************************************************
       800READHISTORY.
           IF ENDOFDATA
                GO TO 800READHISTORY-EXIT
           END-IF.
           READ HISTFILE NEXT RECORD
                AT END
                     MOVE 'Y' TO EOF
                NOT AT END
                     IF WS-PARM-STUDENT NOT = SPACES
                        AND HS-STUDENT NOT = WS-PARM-STUDENT
                          MOVE 'Y' TO EOF
                     ELSE
                          ADD 1 TO WS-READ-COUNT
                     END-IF
           END-READ.
       800READHISTORY-EXIT.
           EXIT.
