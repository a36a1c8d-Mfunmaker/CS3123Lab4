       IDENTIFICATION DIVISION.
        PROGRAM-ID. STUSCHD.
        AUTHOR. Martin Funmaker.
      * INDIVIDUAL STUDENT CLASS SCHEDULE REPORT AND WEB EXTRACT.
      * EVERY OTHER LISTING IS BY SECTION (URSPRINT, URSROST) OR
      * BY INSTRUCTOR AND ROOM (URSISCH, URSUTIL); THIS ONE IS A
      * SINGLE STUDENT'S WEEK FOR THE ADVISORS AND THE FRONT
      * DESK.  DASENRL IS SORTED BY STUDENT AND EACH SEAT IS
      * JOINED TO DASCOURSE FOR THE TITLE, DAYS, TIME, AND ROOM
      * AND TO DASCATLG FOR THE CREDITS -- ONE PAGE PER STUDENT
      * PER TERM WITH THE TOTAL CREDIT HOURS, TWO SECTIONS THAT
      * MEET AT THE SAME TIME ON OVERLAPPING DAYS FLAGGED, AND
      * THE SAME SCHEDULE WRITTEN COMMA-DELIMITED FOR THE WEB
      * FRONT-END THE WAY LAB4 WRITES URSXTRC.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- SORT DASENRL BY STUDENT,
      *        TERM, AND SECTION, PRINT URSSSCH AND WRITE THE
      *        URSSXTR EXTRACT.  TAKES LAB4'S DEPARTMENT AND
      *        TERM SELECTIONS OFF THE SAME PARM COLUMNS.
      *        WITHDRAWN SEATS HOLD NO TIME AND ARE LEFT OFF.
      *        RETURN CODE 4 WHEN ANY TIME CONFLICT IS FLAGGED,
      *        16 WHEN DASCOURSE WON'T OPEN.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT ENROLLFILE ASSIGN TO 'DASENRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-RECKEY
               FILE STATUS IS WS-ENRL-FILE-STATUS.
           SELECT COURSEFILE ASSIGN TO 'DASCOURSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-RECKEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATLGFILE ASSIGN TO 'DASCATLG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-CATLG-FILE-STATUS.
           SELECT STUDFILE ASSIGN TO 'DASSTUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               FILE STATUS IS WS-STUD-FILE-STATUS.
           SELECT SRTENRL ASSIGN TO 'SRTENRL'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO 'SRTWK01'.
           SELECT SCHDFILE ASSIGN TO 'URSSSCH'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XTRFILE ASSIGN TO 'URSSXTR'
               ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  ENROLLFILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRLAYT.
        FD  COURSEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSLAYT.
        FD  CATLGFILE
           LABEL RECORDS ARE STANDARD.
           COPY CATLAYT.
        FD  STUDFILE
           LABEL RECORDS ARE STANDARD.
           COPY STUDLAYT.
      ******************************************************
      *   SRTENRL IS THE LEDGER SORTED BY STUDENT, THEN TERM,
      *   THEN SECTION, SO EACH STUDENT'S SEATS FOR A TERM
      *   COME OFF THE FILE TOGETHER
      ******************************************************
        FD  SRTENRL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SORTED-ENROLLDATA       PIC X(59).
        SD  SORTWORK.
       01  SORT-REC.
           03 SRE-TERM          PIC X(5).
           03 SRE-COURSE        PIC X(27).
           03 SRE-STUDENT       PIC X(9).
           03 FILLER            PIC X(18).
        FD  SCHDFILE
           LABEL RECORDS ARE STANDARD.
       01  SCHDREC             PIC X(132).
      ******************************************************
      *   MACHINE-READABLE, COMMA-DELIMITED FEED OF EACH
      *   STUDENT'S SCHEDULE FOR THE STUDENT REGISTRATION
      *   WEB SITE -- ONE RECORD PER SEAT
      ******************************************************
        FD  XTRFILE
           LABEL RECORDS ARE STANDARD.
       01  XTRREC              PIC X(120).

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-FILE-STATUS    PIC XX  VALUE '00'.
           03  WS-ENRL-FILE-STATUS PIC XX VALUE '00'.
           03  WS-CATLG-FILE-STATUS PIC XX VALUE '00'.
           03  WS-STUD-FILE-STATUS PIC XX VALUE '00'.
           03  EOF               PIC X   VALUE 'N'.
                 88 ENDOFDATA            VALUE 'Y'.
           03  WS-CATLG-CHECK    PIC X   VALUE 'N'.
                 88 CATLG-CHECK-ACTIVE   VALUE 'Y'.
           03  WS-STUD-CHECK     PIC X   VALUE 'N'.
                 88 STUD-CHECK-ACTIVE    VALUE 'Y'.
           03  WS-PRINT-CONFLICTS PIC X  VALUE 'N'.
                 88 PRINT-CONFLICTS      VALUE 'Y'.
           03  CF-DAYS-OVERLAP   PIC X   VALUE 'N'.
                 88 DAYS-OVERLAP         VALUE 'Y'.
      **********************************************************
      *   RUN-TIME PARAMETER CARD, ACCEPTED FROM THE COMMAND   *
      *   LINE IN LAB4'S COLUMNS SO ONE CARD DRIVES BOTH:      *
      *     1-3   DEPARTMENT FILTER (SPACES = ALL)             *
      *     15-19 TERM TO REPORT    (SPACES = ALL)             *
      *   LAB4'S DAY CODE AND RESTART COLUMNS ARE NOT USED     *
      *   HERE.  THE DEPARTMENT FILTER, AS IN LAB4, SELECTS    *
      *   SECTIONS BY C-ABB -- A STUDENT'S PAGE THEN SHOWS     *
      *   ONLY THAT DEPARTMENT'S SECTIONS                      *
      **********************************************************
       01  WS-PARM-LINE.
           03 WS-PARM-ABB        PIC XXX.
           03 FILLER             PIC X.
           03 WS-PARM-DAY        PIC X.
           03 FILLER             PIC X.
           03 WS-PARM-RESTART    PIC X(7).
           03 FILLER             PIC X.
           03 WS-PARM-TERM       PIC X(5).
           03 FILLER             PIC X(21).
      **********************************************************
      *   CONTROL-BREAK KEYS -- ONE PAGE PER STUDENT PER TERM  *
      **********************************************************
       01  WS-PREV-KEY.
           03 WS-PREV-STUDENT    PIC X(9)  VALUE SPACES.
           03 WS-PREV-TERM       PIC X(5)  VALUE SPACES.
       01  WS-CUR-KEY.
           03 WS-CUR-STUDENT     PIC X(9).
           03 WS-CUR-TERM        PIC X(5).
      **********************************************************
      *   ONE STUDENT'S SEATS FOR ONE TERM, JOINED TO THEIR    *
      *   SECTIONS AND CATALOG ENTRIES, HELD UNTIL THE BREAK   *
      *   SO THE TIME-CONFLICT PASS CAN COMPARE EVERY PAIR     *
      *   BEFORE THE PAGE PRINTS                               *
      **********************************************************
       01  SCHED-TABLE.
           03 SS-ENTRY OCCURS 40 TIMES
                       INDEXED BY SS-IDX1 SS-IDX2.
                05 SS-COURSE.
                     07 SS-ABB          PIC XXX.
                     07 SS-NUMB         PIC XXXX.
                     07 SS-SEC          PIC X(20).
                05 SS-TITLE             PIC X(20).
                05 SS-CREDITS           PIC 99.
                05 SS-STARTINGHOUR      PIC 99.
                05 SS-STARTINGMIN       PIC 99.
                05 SS-DAYS              PIC X(6).
                05 SS-BUILDING          PIC XX.
                05 SS-ROOM              PIC XXX.
                05 SS-STATUS            PIC X.
                05 SS-ONFILE            PIC X.
                      88 SS-SECTION-ONFILE     VALUE 'Y'.
                05 SS-CONFLICT          PIC X.
                      88 SS-IN-CONFLICT        VALUE 'Y'.
        77  SS-COUNT             PIC 99   COMP VALUE 0.
        77  CF-DAYPOS1           PIC 9    COMP VALUE 0.
        77  CF-DAYPOS2           PIC 9    COMP VALUE 0.
        77  WS-STUD-CREDITS      PIC 9(3) COMP VALUE 0.
        77  WS-STUD-CONFLICTS    PIC 9(3) COMP VALUE 0.
        77  WS-STUD-NAME         PIC X(25) VALUE SPACES.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-SEAT-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-PAGE-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-CONFLICT-COUNT    PIC 9(7) COMP VALUE 0.
        77  WS-XTR-COUNT         PIC 9(7) COMP VALUE 0.
        77  XT-CONFLICT          PIC X    VALUE 'N'.
      ********************************************************
      *         DESCRIPTION OF SCHEDULE REPORT LINES       ***
      ********************************************************
       01 SCHD-HEADING1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(18)       VALUE
                 'CLASS SCHEDULE -- '.
           03 SH-STUDENT        PIC X(9).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 SH-NAME           PIC X(25).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'TERM '.
           03 SH-TERM           PIC X(5).
       01 SCHD-HEADING2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'CLASS'.
           03 FILLER            PIC X(8)        VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'TITLE'.
           03 FILLER            PIC X(17)       VALUE   SPACES.
           03 FILLER            PIC X(4)        VALUE   'CRED'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(4)        VALUE   'DAYS'.
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 FILLER            PIC X(4)        VALUE   'TIME'.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(8)        VALUE   'LOCATION'.
       01 SCHDDATA.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 SD-ABB            PIC XXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 SD-NUMB           PIC XXXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 SD-SEC            PIC XXX.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 SD-TITLE          PIC X(20).
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 SD-CREDITS        PIC Z9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 SD-DAYS           PIC X(6).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 SD-HOUR           PIC Z9.
           03 FILLER            PIC X           VALUE   ':'.
           03 SD-MIN            PIC 99.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 SD-BUILDING       PIC XX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 SD-ROOM           PIC XXX.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 SD-FLAG           PIC X(17).
       01 SCHD-TOTAL-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(20)       VALUE
                 'TOTAL CREDIT HOURS  '.
           03 SD-TOTAL-CREDITS  PIC ZZ9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(8)        VALUE   'CLASSES '.
           03 SD-TOTAL-CLASSES  PIC Z9.
       01 SCHD-CONFLICT-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(20)       VALUE
                 '** TIME CONFLICT ** '.
           03 SC-ABB1           PIC XXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 SC-NUMB1          PIC XXXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 SC-SEC1           PIC XXX.
           03 FILLER            PIC X(6)        VALUE   ' WITH '.
           03 SC-ABB2           PIC XXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 SC-NUMB2          PIC XXXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 SC-SEC2           PIC XXX.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 SC-HOUR           PIC Z9.
           03 FILLER            PIC X           VALUE   ':'.
           03 SC-MIN            PIC 99.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 SC-DAYS1          PIC X(6).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 SC-DAYS2          PIC X(6).
      ********************************************************
      *         DESCRIPTION OF END-OF-RUN TOTALS PAGE      ***
      ********************************************************
       01 SCHD-RUNTOTAL-HEADING.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(34)       VALUE
                 'END OF RUN -- STUDENT SCHEDULES   '.
       01 SCHD-RUNTOTAL-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 SR-LABEL          PIC X(24).
           03 SR-COUNT          PIC ZZZZZZ9.

        PROCEDURE DIVISION.
       000MAINLINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           OPEN INPUT ENROLLFILE.
           IF WS-ENRL-FILE-STATUS = '35'
                DISPLAY 'DASENRL DOES NOT EXIST -- CREATING AN '
                     'EMPTY LEDGER'
                CLOSE ENROLLFILE
                OPEN OUTPUT ENROLLFILE
           END-IF.
           CLOSE ENROLLFILE.
           SORT SORTWORK
                ON ASCENDING KEY SRE-STUDENT SRE-TERM SRE-COURSE
                USING ENROLLFILE
                GIVING SRTENRL.
           OPEN INPUT COURSEFILE.
           IF WS-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASCOURSE -- '
                     WS-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN INPUT CATLGFILE.
           IF WS-CATLG-FILE-STATUS = '00'
                MOVE 'Y' TO WS-CATLG-CHECK
           ELSE
                DISPLAY 'DASCATLG NOT AVAILABLE ('
                     WS-CATLG-FILE-STATUS
                     ') -- CREDIT HOURS PRINT AS ZERO'
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
           OPEN OUTPUT SCHDFILE.
           OPEN OUTPUT XTRFILE.
           PERFORM 800READSRTENRL.
           PERFORM 100SCHEDULELOOP THRU 100SCHEDULELOOP-EXIT
                UNTIL ENDOFDATA.
           IF WS-PREV-KEY NOT = SPACES
                PERFORM 200FINISHSTUDENT
           END-IF.
           PERFORM 500RUNTOTALS.
           CLOSE SRTENRL
                SCHDFILE
                XTRFILE
                COURSEFILE.
           IF CATLG-CHECK-ACTIVE
                CLOSE CATLGFILE
           END-IF.
           IF STUD-CHECK-ACTIVE
                CLOSE STUDFILE
           END-IF.
           DISPLAY 'LEDGER RECORDS READ:     ' WS-READ-COUNT.
           DISPLAY 'SEATS SCHEDULED:         ' WS-SEAT-COUNT.
           DISPLAY 'SCHEDULE PAGES PRINTED:  ' WS-PAGE-COUNT.
           DISPLAY 'TIME CONFLICTS FLAGGED:  ' WS-CONFLICT-COUNT.
           DISPLAY 'EXTRACT RECORDS WRITTEN: ' WS-XTR-COUNT.
           IF WS-CONFLICT-COUNT > 0
                DISPLAY 'STUDENTS HOLD CONFLICTING SECTIONS -- SEE '
                     'URSSSCH'
                MOVE 4 TO RETURN-CODE
           END-IF.
       000MAINLINE-EXIT.
           STOP RUN.
      **********************************************************
      *   ONE LEDGER RECORD -- APPLY THE PARM SELECTIONS, SKIP *
      *   A WITHDRAWN SEAT (IT HOLDS NO TIME), AND ON A NEW    *
      *   STUDENT/TERM FINISH THE PRIOR PAGE BEFORE LOADING    *
      *   THIS SEAT INTO THE TABLE                             *
      **********************************************************
       100SCHEDULELOOP.
           IF WS-PARM-TERM NOT = SPACES
              AND E-TERM NOT = WS-PARM-TERM
                GO TO 100SCHEDULELOOP-NEXT
           END-IF.
           IF WS-PARM-ABB NOT = SPACES
              AND E-ABB NOT = WS-PARM-ABB
                GO TO 100SCHEDULELOOP-NEXT
           END-IF.
           IF E-STATUS-WITHDRAWN
                GO TO 100SCHEDULELOOP-NEXT
           END-IF.
           MOVE E-STUDENT TO WS-CUR-STUDENT.
           MOVE E-TERM    TO WS-CUR-TERM.
           IF WS-CUR-KEY NOT = WS-PREV-KEY
                IF WS-PREV-KEY NOT = SPACES
                     PERFORM 200FINISHSTUDENT
                END-IF
                MOVE 0 TO SS-COUNT
                MOVE WS-CUR-KEY TO WS-PREV-KEY
           END-IF.
           PERFORM 150LOADSEAT.
       100SCHEDULELOOP-NEXT.
           PERFORM 800READSRTENRL.
       100SCHEDULELOOP-EXIT.
           EXIT.
      **********************************************************
      *   JOIN ONE SEAT TO ITS SECTION AND CATALOG ENTRY AND   *
      *   ADD IT TO THE STUDENT'S TABLE.  A SEAT IN A SECTION  *
      *   NOT ON DASCOURSE, OR A CANCELLED ONE, STILL PRINTS   *
      *   (FLAGGED) BUT HOLDS NO TIME AND EARNS NO CREDIT      *
      **********************************************************
       150LOADSEAT.
           IF SS-COUNT < 40
                ADD 1 TO SS-COUNT
                SET SS-IDX1 TO SS-COUNT
           ELSE
      *         A SCHEDULE MISSING SEATS WOULD HIDE CONFLICTS AND
      *         UNDERSTATE CREDITS -- END THE RUN WHERE THE
      *         SCHEDULER SEES IT
                DISPLAY 'SCHEDULE TABLE FULL AT 40 SEATS FOR '
                     'STUDENT ' E-STUDENT ' TERM ' E-TERM
                     ' -- RUN ENDED, RAISE THE TABLE'
                CLOSE SRTENRL
                     SCHDFILE
                     XTRFILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WS-SEAT-COUNT.
           MOVE E-COURSE TO SS-COURSE (SS-IDX1).
           MOVE 'N'      TO SS-CONFLICT (SS-IDX1).
           MOVE E-TERM   TO C-TERM.
           MOVE E-COURSE TO C-COURSE.
           READ COURSEFILE
                KEY IS C-RECKEY
                INVALID KEY
                     MOVE 'N' TO SS-ONFILE (SS-IDX1)
                     MOVE '** NOT ON FILE **' TO SS-TITLE (SS-IDX1)
                     MOVE 0 TO SS-STARTINGHOUR (SS-IDX1)
                     MOVE 0 TO SS-STARTINGMIN (SS-IDX1)
                     MOVE SPACES TO SS-DAYS (SS-IDX1)
                     MOVE SPACES TO SS-BUILDING (SS-IDX1)
                     MOVE SPACES TO SS-ROOM (SS-IDX1)
                     MOVE SPACE TO SS-STATUS (SS-IDX1)
                NOT INVALID KEY
                     MOVE 'Y' TO SS-ONFILE (SS-IDX1)
                     MOVE C-TITLE TO SS-TITLE (SS-IDX1)
                     MOVE C-STARTINGHOUR TO SS-STARTINGHOUR (SS-IDX1)
                     MOVE C-STARTINGMIN TO SS-STARTINGMIN (SS-IDX1)
                     MOVE C-DAYS TO SS-DAYS (SS-IDX1)
                     MOVE C-BUILDING TO SS-BUILDING (SS-IDX1)
                     MOVE C-ROOM TO SS-ROOM (SS-IDX1)
                     MOVE C-STATUS TO SS-STATUS (SS-IDX1)
           END-READ.
           PERFORM 160FINDCREDITS THRU 160FINDCREDITS-EXIT.
      **********************************************************
      *   THE COURSE'S CREDIT HOURS OFF THE CATALOG MASTER --  *
      *   NO CATALOG, NO CATALOG RECORD, OR NO CLASS TO SIT IN *
      *   COUNTS AS ZERO, THE SAME WAY LAB4'S EXTRACT DOES     *
      **********************************************************
       160FINDCREDITS.
           MOVE 0 TO SS-CREDITS (SS-IDX1).
           IF NOT CATLG-CHECK-ACTIVE
              OR NOT SS-SECTION-ONFILE (SS-IDX1)
              OR SS-STATUS (SS-IDX1) = 'X'
                GO TO 160FINDCREDITS-EXIT
           END-IF.
           MOVE E-ABB  TO CA-ABB.
           MOVE E-NUMB TO CA-NUMB.
           READ CATLGFILE
                KEY IS CA-KEY
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE CA-CREDITS TO SS-CREDITS (SS-IDX1)
           END-READ.
       160FINDCREDITS-EXIT.
           EXIT.
      **********************************************************
      *   CLOSE OUT ONE STUDENT'S TERM -- MARK THE CONFLICTING *
      *   SECTIONS, PRINT THE PAGE, THEN LIST EACH CONFLICTING *
      *   PAIR UNDER THE TOTAL AND WRITE THE EXTRACT RECORDS   *
      **********************************************************
       200FINISHSTUDENT.
           MOVE 0 TO WS-STUD-CREDITS.
           MOVE 0 TO WS-STUD-CONFLICTS.
           MOVE 'N' TO WS-PRINT-CONFLICTS.
           PERFORM 250COMPAREPAIR THRU 250COMPAREPAIR-EXIT
                VARYING SS-IDX1 FROM 1 BY 1 UNTIL SS-IDX1 > SS-COUNT
                AFTER SS-IDX2 FROM 1 BY 1 UNTIL SS-IDX2 > SS-COUNT.
           PERFORM 220SCHEDULEHEADINGS.
           PERFORM 230PRINTONESEAT
                VARYING SS-IDX1 FROM 1 BY 1 UNTIL SS-IDX1 > SS-COUNT.
           MOVE WS-STUD-CREDITS TO SD-TOTAL-CREDITS.
           MOVE SS-COUNT        TO SD-TOTAL-CLASSES.
           MOVE SPACES TO SCHDREC.
           WRITE SCHDREC
                AFTER ADVANCING 1 LINE.
           WRITE SCHDREC FROM SCHD-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           IF WS-STUD-CONFLICTS > 0
                MOVE SPACES TO SCHDREC
                WRITE SCHDREC
                     AFTER ADVANCING 1 LINE
                MOVE 'Y' TO WS-PRINT-CONFLICTS
                PERFORM 250COMPAREPAIR THRU 250COMPAREPAIR-EXIT
                     VARYING SS-IDX1 FROM 1 BY 1
                          UNTIL SS-IDX1 > SS-COUNT
                     AFTER SS-IDX2 FROM 1 BY 1
                          UNTIL SS-IDX2 > SS-COUNT
           END-IF.
           PERFORM 350WRITEEXTRACT
                VARYING SS-IDX1 FROM 1 BY 1 UNTIL SS-IDX1 > SS-COUNT.
       220SCHEDULEHEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PREV-STUDENT TO SH-STUDENT.
           MOVE WS-PREV-TERM    TO SH-TERM.
           PERFORM 240FINDSTUDNAME THRU 240FINDSTUDNAME-EXIT.
           MOVE WS-STUD-NAME TO SH-NAME.
           WRITE SCHDREC FROM SCHD-HEADING1
                AFTER ADVANCING PAGE.
           MOVE SPACES TO SCHDREC.
           WRITE SCHDREC
                AFTER ADVANCING 1 LINE.
           WRITE SCHDREC FROM SCHD-HEADING2
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SCHDREC.
           WRITE SCHDREC
                AFTER ADVANCING 1 LINE.
       230PRINTONESEAT.
           MOVE SS-ABB (SS-IDX1)          TO SD-ABB.
           MOVE SS-NUMB (SS-IDX1)         TO SD-NUMB.
           MOVE SS-SEC (SS-IDX1)          TO SD-SEC.
           MOVE SS-TITLE (SS-IDX1)        TO SD-TITLE.
           MOVE SS-CREDITS (SS-IDX1)      TO SD-CREDITS.
           MOVE SS-DAYS (SS-IDX1)         TO SD-DAYS.
           MOVE SS-STARTINGHOUR (SS-IDX1) TO SD-HOUR.
           MOVE SS-STARTINGMIN (SS-IDX1)  TO SD-MIN.
           MOVE SS-BUILDING (SS-IDX1)     TO SD-BUILDING.
           MOVE SS-ROOM (SS-IDX1)         TO SD-ROOM.
           MOVE SPACES TO SD-FLAG.
           IF SS-STATUS (SS-IDX1) = 'X'
                MOVE 'CANCELLED' TO SD-FLAG
           END-IF.
           IF SS-IN-CONFLICT (SS-IDX1)
                MOVE '** CONFLICT **' TO SD-FLAG
           END-IF.
           ADD SS-CREDITS (SS-IDX1) TO WS-STUD-CREDITS.
           WRITE SCHDREC FROM SCHDDATA
                AFTER ADVANCING 1 LINE.
      **********************************************************
      *   THE STUDENT'S NAME OFF THE DASSTUD MASTER, THE SAME  *
      *   DEGRADED LOOKUP CRSROSTR USES ON ITS ROSTER PAGES    *
      **********************************************************
       240FINDSTUDNAME.
           MOVE SPACES TO WS-STUD-NAME.
           IF NOT STUD-CHECK-ACTIVE
                GO TO 240FINDSTUDNAME-EXIT
           END-IF.
           MOVE WS-PREV-STUDENT TO ST-ID.
           READ STUDFILE
                KEY IS ST-ID
                INVALID KEY
                     MOVE '** NOT ON MASTER **' TO WS-STUD-NAME
                NOT INVALID KEY
                     MOVE ST-NAME TO WS-STUD-NAME
           END-READ.
       240FINDSTUDNAME-EXIT.
           EXIT.
      **********************************************************
      *   COMPARE ONE PAIR OF THE STUDENT'S SECTIONS.  SS-IDX2 *
      *   IS ONLY EVER GREATER THAN SS-IDX1 SO EACH PAIR IS    *
      *   TESTED JUST ONCE.  THE FIRST PASS MARKS AND COUNTS   *
      *   THE CONFLICTS; THE SECOND, WITH PRINT-CONFLICTS ON,  *
      *   LISTS EACH PAIR UNDER THE PAGE TOTAL                 *
      **********************************************************
       250COMPAREPAIR.
           IF SS-IDX2 NOT > SS-IDX1
                GO TO 250COMPAREPAIR-EXIT
           END-IF.
      *    A SECTION NOT ON FILE OR CANCELLED HOLDS NO TIME
           IF NOT SS-SECTION-ONFILE (SS-IDX1)
              OR NOT SS-SECTION-ONFILE (SS-IDX2)
              OR SS-STATUS (SS-IDX1) = 'X'
              OR SS-STATUS (SS-IDX2) = 'X'
                GO TO 250COMPAREPAIR-EXIT
           END-IF.
           IF SS-STARTINGHOUR (SS-IDX1)
                                  NOT = SS-STARTINGHOUR (SS-IDX2)
              OR SS-STARTINGMIN (SS-IDX1)
                                  NOT = SS-STARTINGMIN (SS-IDX2)
                GO TO 250COMPAREPAIR-EXIT
           END-IF.
           PERFORM 260CHECKDAYSOVERLAP.
           IF NOT DAYS-OVERLAP
                GO TO 250COMPAREPAIR-EXIT
           END-IF.
           IF PRINT-CONFLICTS
                PERFORM 270WRITECONFLICT
           ELSE
                MOVE 'Y' TO SS-CONFLICT (SS-IDX1)
                MOVE 'Y' TO SS-CONFLICT (SS-IDX2)
                ADD 1 TO WS-STUD-CONFLICTS
                ADD 1 TO WS-CONFLICT-COUNT
           END-IF.
       250COMPAREPAIR-EXIT.
           EXIT.
      **********************************************************
      *   SET DAYS-OVERLAP WHEN THE TWO ENTRIES' DAYS SHARE AT *
      *   LEAST ONE NON-BLANK DAY CODE -- THE SAME POSITION-   *
      *   BY-POSITION TEST LAB4'S CONFLICT PASSES USE          *
      **********************************************************
       260CHECKDAYSOVERLAP.
           MOVE 'N' TO CF-DAYS-OVERLAP.
           PERFORM 265COMPAREDAYPOS THRU 265COMPAREDAYPOS-EXIT
                VARYING CF-DAYPOS1 FROM 1 BY 1 UNTIL CF-DAYPOS1 > 6
                AFTER CF-DAYPOS2 FROM 1 BY 1 UNTIL CF-DAYPOS2 > 6.
       265COMPAREDAYPOS.
           IF DAYS-OVERLAP
                GO TO 265COMPAREDAYPOS-EXIT
           END-IF.
           IF SS-DAYS (SS-IDX1) (CF-DAYPOS1:1) NOT = SPACE
              AND SS-DAYS (SS-IDX1) (CF-DAYPOS1:1)
                     = SS-DAYS (SS-IDX2) (CF-DAYPOS2:1)
                MOVE 'Y' TO CF-DAYS-OVERLAP
           END-IF.
       265COMPAREDAYPOS-EXIT.
           EXIT.
       270WRITECONFLICT.
           MOVE SS-ABB (SS-IDX1)          TO SC-ABB1.
           MOVE SS-NUMB (SS-IDX1)         TO SC-NUMB1.
           MOVE SS-SEC (SS-IDX1)          TO SC-SEC1.
           MOVE SS-ABB (SS-IDX2)          TO SC-ABB2.
           MOVE SS-NUMB (SS-IDX2)         TO SC-NUMB2.
           MOVE SS-SEC (SS-IDX2)          TO SC-SEC2.
           MOVE SS-STARTINGHOUR (SS-IDX1) TO SC-HOUR.
           MOVE SS-STARTINGMIN (SS-IDX1)  TO SC-MIN.
           MOVE SS-DAYS (SS-IDX1)         TO SC-DAYS1.
           MOVE SS-DAYS (SS-IDX2)         TO SC-DAYS2.
           WRITE SCHDREC FROM SCHD-CONFLICT-LINE
                AFTER ADVANCING 1 LINE.
      **********************************************************
      *   WRITE ONE COMMA-DELIMITED EXTRACT RECORD PER SEAT,   *
      *   STUDENT AND TERM LEADING SO THE FRONT-END CAN PICK   *
      *   UP ONE STUDENT'S WEEK BY KEY.  THE LAST FIELD IS Y   *
      *   WHEN THE SECTION IS IN A TIME CONFLICT               *
      **********************************************************
       350WRITEEXTRACT.
           MOVE 'N' TO XT-CONFLICT.
           IF SS-IN-CONFLICT (SS-IDX1)
                MOVE 'Y' TO XT-CONFLICT
           END-IF.
           MOVE SPACES TO XTRREC.
           STRING WS-PREV-STUDENT           DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  WS-PREV-TERM              DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  SS-ABB (SS-IDX1)          DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  SS-NUMB (SS-IDX1)         DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  SS-SEC (SS-IDX1) (1:3)    DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  SS-TITLE (SS-IDX1)        DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  SS-CREDITS (SS-IDX1)      DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  SS-STARTINGHOUR (SS-IDX1) DELIMITED BY SIZE
                  ':'                       DELIMITED BY SIZE
                  SS-STARTINGMIN (SS-IDX1)  DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  SS-DAYS (SS-IDX1)         DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  SS-BUILDING (SS-IDX1)     DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  SS-ROOM (SS-IDX1)         DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  SS-STATUS (SS-IDX1)       DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  XT-CONFLICT               DELIMITED BY SIZE
             INTO XTRREC
           END-STRING.
           WRITE XTRREC.
           ADD 1 TO WS-XTR-COUNT.
      **********************************************************
      *   END-OF-RUN TOTALS ON A PAGE OF THEIR OWN             *
      **********************************************************
       500RUNTOTALS.
           WRITE SCHDREC FROM SCHD-RUNTOTAL-HEADING
                AFTER ADVANCING PAGE.
           MOVE SPACES TO SCHDREC.
           WRITE SCHDREC
                AFTER ADVANCING 1 LINE.
           MOVE 'SCHEDULE PAGES PRINTED  ' TO SR-LABEL.
           MOVE WS-PAGE-COUNT TO SR-COUNT.
           WRITE SCHDREC FROM SCHD-RUNTOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE 'SEATS SCHEDULED         ' TO SR-LABEL.
           MOVE WS-SEAT-COUNT TO SR-COUNT.
           WRITE SCHDREC FROM SCHD-RUNTOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE 'TIME CONFLICTS FLAGGED  ' TO SR-LABEL.
           MOVE WS-CONFLICT-COUNT TO SR-COUNT.
           WRITE SCHDREC FROM SCHD-RUNTOTAL-LINE
                AFTER ADVANCING 1 LINE.
      *********************************************************
      *         READ THE STUDENT-SORTED LEDGER          ******
      *********************************************************
       800READSRTENRL.
           READ SRTENRL INTO ENROLLDATA
                   AT END MOVE 'Y' TO EOF.
           IF NOT ENDOFDATA
                ADD 1 TO WS-READ-COUNT
           END-IF.
