       IDENTIFICATION DIVISION.
        PROGRAM-ID. TCHLOAD.
        AUTHOR. Martin Funmaker.
      * INSTRUCTOR TEACHING-LOAD REPORT.
      * URSISCH SHOWS WHERE EACH INSTRUCTOR TEACHES AND URSICON
      * WHETHER THEY ARE DOUBLE-BOOKED, BUT NOT HOW MUCH THEY
      * TEACH -- THE CHAIRS STILL TOTALED LOADS ON PAPER FOR
      * CONTRACTS AND OVERLOAD PAY.  THIS PROGRAM GROUPS EACH
      * TERM'S NON-CANCELLED SECTIONS BY C-INSTRUCTOR UNDER THE
      * INSTRUCTOR'S IN-DEPT, SUMS THE DASCATLG CREDIT HOURS
      * AND THE SEATS TAKEN, CHECKS EACH LOAD AGAINST THE LOAD
      * STANDARD ON THE PARM, SUBTOTALS BY DEPARTMENT, AND
      * LISTS THE UNSTAFFED SECTIONS WITH THE CREDIT HOURS
      * STILL TO BE COVERED.  A CROSS-LISTED C-XLIST GROUP IS
      * ONE MEETING, SO ITS CREDITS COUNT ONCE.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- DASCOURSE PASS TO THE
      *        LOADWRK WORK FILE WITH EACH SECTION'S
      *        DEPARTMENT, CREDITS, AND SEATS TAKEN STAPLED
      *        ON, SORTED TO SRTLOAD AND PRINTED TO URSLOAD
      *        WITH TERM/DEPARTMENT/INSTRUCTOR BREAKS.
      *        RETURN CODE 16 WHEN THE PARM IS BAD OR
      *        DASCOURSE WON'T OPEN.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT COURSEFILE ASSIGN TO 'DASCOURSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-RECKEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INSTRFILE ASSIGN TO 'DASINSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-ID
               FILE STATUS IS WS-INSTR-FILE-STATUS.
           SELECT CATLGFILE ASSIGN TO 'DASCATLG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-CATLG-FILE-STATUS.
           SELECT LOADWORK ASSIGN TO 'LOADWRK'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SRTLOAD ASSIGN TO 'SRTLOAD'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO 'SRTWK01'.
           SELECT LOADFILE ASSIGN TO 'URSLOAD'
               ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  COURSEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSLAYT.
        FD  INSTRFILE
           LABEL RECORDS ARE STANDARD.
           COPY INSLAYT.
        FD  CATLGFILE
           LABEL RECORDS ARE STANDARD.
           COPY CATLAYT.
      ******************************************************
      *   LOADWRK CARRIES EACH SELECTED SECTION OUT OF THE
      *   DASCOURSE PASS WITH ITS INSTRUCTOR'S DEPARTMENT AND
      *   NAME, ITS CREDITS, AND ITS SEATS TAKEN, SO THE
      *   REPORT IS ONE SORT AND ONE CONTROL-BREAK PASS.
      *   LW-KIND 1 IS A STAFFED SECTION, 2 AN UNSTAFFED ONE
      *   -- THE UNSTAFFED LIST PRINTS AFTER THE LOADS
      ******************************************************
        FD  LOADWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LOADWORKDATA.
           03 LW-TERM           PIC X(5).
           03 LW-KIND           PIC X.
                 88 LW-STAFFED          VALUE '1'.
                 88 LW-UNSTAFFED        VALUE '2'.
           03 LW-DEPT           PIC XXX.
           03 LW-INSTRUCTOR     PIC X(5).
           03 LW-XLIST          PIC X(4).
           03 LW-COURSE.
                05 LW-ABB       PIC XXX.
                05 LW-NUMB      PIC XXXX.
                05 LW-SEC       PIC X(20).
           03 LW-TITLE          PIC X(20).
           03 LW-CREDITS        PIC 99.
           03 LW-TAKEN          PIC S999.
           03 LW-ON-CATALOG     PIC X.
           03 LW-INSTNAME       PIC X(20).
           03 FILLER            PIC X(9).
        FD  SRTLOAD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SORTED-LOADDATA         PIC X(100).
        SD  SORTWORK.
       01  SORT-REC.
           03 SRL-TERM          PIC X(5).
           03 SRL-KIND          PIC X.
           03 SRL-DEPT          PIC XXX.
           03 SRL-INSTRUCTOR    PIC X(5).
           03 SRL-XLIST         PIC X(4).
           03 SRL-COURSE        PIC X(27).
           03 FILLER            PIC X(55).
        FD  LOADFILE
           LABEL RECORDS ARE STANDARD.
       01  LOADREC             PIC X(132).

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-FILE-STATUS    PIC XX  VALUE '00'.
           03  WS-INSTR-FILE-STATUS PIC XX VALUE '00'.
           03  WS-CATLG-FILE-STATUS PIC XX VALUE '00'.
           03  EOF               PIC X   VALUE 'N'.
                 88 ENDOFDATA            VALUE 'Y'.
           03  WS-INSTR-CHECK    PIC X   VALUE 'N'.
                 88 INSTR-CHECK-ACTIVE   VALUE 'Y'.
           03  WS-CATLG-CHECK    PIC X   VALUE 'N'.
                 88 CATLG-CHECK-ACTIVE   VALUE 'Y'.
      **********************************************************
      *   WHICH REPORT GROUPS ARE OPEN -- A BREAK CLOSES ONLY  *
      *   WHAT IS OPEN, SO THE FIRST RECORD AND END OF FILE    *
      *   GO THROUGH THE SAME BREAK LOGIC AS ANY OTHER         *
      **********************************************************
           03  WS-TERM-OPEN      PIC X   VALUE 'N'.
                 88 TERM-OPEN            VALUE 'Y'.
           03  WS-DEPT-OPEN      PIC X   VALUE 'N'.
                 88 DEPT-OPEN            VALUE 'Y'.
           03  WS-INSTR-OPEN     PIC X   VALUE 'N'.
                 88 INSTR-OPEN           VALUE 'Y'.
           03  WS-UNSTAFFED-OPEN PIC X   VALUE 'N'.
                 88 UNSTAFFED-OPEN       VALUE 'Y'.
      **********************************************************
      *   RUN-TIME PARAMETER CARD, ACCEPTED FROM THE COMMAND   *
      *   LINE THE WAY LAB4 READS ITS PARM:                    *
      *     1-5   TERM CODE TO REPORT      (SPACES = ALL)      *
      *     7-8   LOAD STANDARD MINIMUM CREDITS (DEFAULT 09)   *
      *     10-11 LOAD STANDARD MAXIMUM CREDITS (DEFAULT 12)   *
      *   A LOAD UNDER THE MINIMUM PRINTS AS AN UNDERLOAD AND  *
      *   ONE OVER THE MAXIMUM AS AN OVERLOAD                  *
      **********************************************************
       01  WS-PARM-LINE.
           03 WS-PARM-TERM       PIC X(5).
           03 FILLER             PIC X.
           03 WS-PARM-MIN        PIC XX.
           03 WS-PARM-MIN-N REDEFINES WS-PARM-MIN PIC 99.
           03 FILLER             PIC X.
           03 WS-PARM-MAX        PIC XX.
           03 WS-PARM-MAX-N REDEFINES WS-PARM-MAX PIC 99.
           03 FILLER             PIC X(29).
        77  WS-LOAD-MIN          PIC 99   VALUE 09.
        77  WS-LOAD-MAX          PIC 99   VALUE 12.
      **********************************************************
      *   CONTROL-BREAK KEYS AND THE BREAK LEVEL THE CURRENT   *
      *   RECORD TRIPS -- 4 TERM, 3 STAFFED-TO-UNSTAFFED, 2    *
      *   DEPARTMENT, 1 INSTRUCTOR, 0 NONE                     *
      **********************************************************
        77  WS-PREV-TERM         PIC X(5) VALUE SPACES.
        77  WS-PREV-KIND         PIC X    VALUE SPACE.
        77  WS-PREV-DEPT         PIC XXX  VALUE SPACES.
        77  WS-PREV-INSTR        PIC X(5) VALUE SPACES.
        77  WS-PREV-XLIST        PIC X(4) VALUE SPACES.
        77  WS-BREAK-LEVEL       PIC 9    VALUE 0.
      **********************************************************
      *   ACCUMULATORS -- INSTRUCTOR, DEPARTMENT, TERM         *
      **********************************************************
        77  WS-INSTR-SECTIONS    PIC 9(3) COMP VALUE 0.
        77  WS-INSTR-CREDITS     PIC 9(3) COMP VALUE 0.
        77  WS-INSTR-TAKEN       PIC S9(5) COMP VALUE 0.
        77  WS-DEPT-INSTRS       PIC 9(5) COMP VALUE 0.
        77  WS-DEPT-CREDITS      PIC 9(5) COMP VALUE 0.
        77  WS-DEPT-TAKEN        PIC S9(7) COMP VALUE 0.
        77  WS-DEPT-OVER         PIC 9(5) COMP VALUE 0.
        77  WS-DEPT-UNDER        PIC 9(5) COMP VALUE 0.
        77  WS-TERM-INSTRS       PIC 9(5) COMP VALUE 0.
        77  WS-TERM-CREDITS      PIC 9(5) COMP VALUE 0.
        77  WS-TERM-TAKEN        PIC S9(7) COMP VALUE 0.
        77  WS-TERM-OVER         PIC 9(5) COMP VALUE 0.
        77  WS-TERM-UNDER        PIC 9(5) COMP VALUE 0.
        77  WS-TERM-UNSTAFFED    PIC 9(5) COMP VALUE 0.
        77  WS-TERM-UNCOVERED    PIC 9(5) COMP VALUE 0.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-SELECTED-COUNT    PIC 9(7) COMP VALUE 0.
        77  WS-OVER-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-UNDER-COUNT       PIC 9(7) COMP VALUE 0.
        77  WS-UNSTAFFED-COUNT   PIC 9(7) COMP VALUE 0.
        77  LINECT               PIC 99   COMP VALUE 0.
        77  WS-PAGE-DEPT         PIC X(20) VALUE SPACES.
        77  WS-INSTNAME          PIC X(20) VALUE SPACES.
      ********************************************************
      *         DESCRIPTION OF TEACHING-LOAD REPORT LINES  ***
      ********************************************************
       01 LOAD-HEADING1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(35)       VALUE
                 'INSTRUCTOR TEACHING LOAD -- TERM   '.
           03 LH-TERM           PIC X(5).
           03 FILLER            PIC X(5)        VALUE   SPACES.
           03 FILLER            PIC X(14)       VALUE
                 'LOAD STANDARD '.
           03 LH-MIN            PIC Z9.
           03 FILLER            PIC X           VALUE   '-'.
           03 LH-MAX            PIC Z9.
           03 FILLER            PIC X(8)        VALUE   ' CREDITS'.
       01 LOAD-HEADING2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 LH-DEPT-TEXT      PIC X(20).
       01 LOAD-HEADING3.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'CLASS'.
           03 FILLER            PIC X(11)       VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'TITLE'.
           03 FILLER            PIC X(17)       VALUE   SPACES.
           03 FILLER            PIC X(4)        VALUE   'CRED'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'TAKEN'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'XLIST'.
       01 INSTR-HEADING.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(11)       VALUE
                 'INSTRUCTOR '.
           03 IH-ID             PIC X(5).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 IH-NAME           PIC X(20).
       01 LOADDATA.
           03 FILLER            PIC X(12)       VALUE   SPACES.
           03 LD-ABB            PIC XXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 LD-NUMB           PIC XXXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 LD-SEC            PIC XXX.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 LD-TITLE          PIC X(20).
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 LD-CREDITS        PIC Z9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 LD-TAKEN          PIC ZZ9-.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 LD-XLIST          PIC X(4).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 LD-FLAG           PIC X(24).
       01 INSTR-TOTAL-LINE.
           03 FILLER            PIC X(12)       VALUE   SPACES.
           03 FILLER            PIC X(9)        VALUE   'SECTIONS '.
           03 IT-SECTIONS       PIC ZZ9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(8)        VALUE   'CREDITS '.
           03 IT-CREDITS        PIC ZZ9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(12)       VALUE
                 'SEATS TAKEN '.
           03 IT-TAKEN          PIC ZZZZ9-.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 IT-FLAG           PIC X(16).
       01 DEPT-TOTAL-LINE1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(11)       VALUE   'DEPT TOTAL '.
           03 DT-DEPT           PIC XXX.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(12)       VALUE
                 'INSTRUCTORS '.
           03 DT-INSTRS         PIC ZZZZ9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(8)        VALUE   'CREDITS '.
           03 DT-CREDITS        PIC ZZZZ9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(12)       VALUE
                 'SEATS TAKEN '.
           03 DT-TAKEN          PIC ZZZZZZ9-.
       01 DEPT-TOTAL-LINE2.
           03 FILLER            PIC X(27)       VALUE   SPACES.
           03 FILLER            PIC X(10)       VALUE
                 'OVERLOADS '.
           03 DT-OVER           PIC ZZZZ9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(11)       VALUE
                 'UNDERLOADS '.
           03 DT-UNDER          PIC ZZZZ9.
       01 UNSTAFFED-TOTAL-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(19)       VALUE
                 'UNSTAFFED SECTIONS '.
           03 UT-SECTIONS       PIC ZZZZ9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 FILLER            PIC X(17)       VALUE
                 'CREDITS TO COVER '.
           03 UT-CREDITS        PIC ZZZZ9.
       01 TERM-TOTAL-HEADING.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(22)       VALUE
                 'TERM TOTALS -- TERM   '.
           03 TT-TERM           PIC X(5).
       01 TERM-TOTAL-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 TT-LABEL          PIC X(24).
           03 TT-COUNT          PIC ZZZZZZ9-.

        PROCEDURE DIVISION.
       000MAINLINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           PERFORM 050CHECKPARM THRU 050CHECKPARM-EXIT.
           IF RETURN-CODE NOT = 0
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN INPUT COURSEFILE.
           IF WS-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASCOURSE -- '
                     WS-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN INPUT INSTRFILE.
           IF WS-INSTR-FILE-STATUS = '00'
                MOVE 'Y' TO WS-INSTR-CHECK
           ELSE
                DISPLAY 'DASINSTR NOT AVAILABLE ('
                     WS-INSTR-FILE-STATUS
                     ') -- NAMES AND DEPARTMENTS OMITTED'
           END-IF.
           OPEN INPUT CATLGFILE.
           IF WS-CATLG-FILE-STATUS = '00'
                MOVE 'Y' TO WS-CATLG-CHECK
           ELSE
                DISPLAY 'DASCATLG NOT AVAILABLE ('
                     WS-CATLG-FILE-STATUS
                     ') -- CREDIT HOURS COUNT AS ZERO'
           END-IF.
           OPEN OUTPUT LOADWORK.
           PERFORM 860READCOURSEFILE.
           PERFORM 100BUILDWORK THRU 100BUILDWORK-EXIT
                UNTIL ENDOFDATA.
           CLOSE COURSEFILE
                LOADWORK.
           IF INSTR-CHECK-ACTIVE
                CLOSE INSTRFILE
           END-IF.
           IF CATLG-CHECK-ACTIVE
                CLOSE CATLGFILE
           END-IF.
           SORT SORTWORK
                ON ASCENDING KEY SRL-TERM SRL-KIND SRL-DEPT
                     SRL-INSTRUCTOR SRL-XLIST SRL-COURSE
                USING LOADWORK
                GIVING SRTLOAD.
           MOVE 'N' TO EOF.
           OPEN INPUT SRTLOAD.
           OPEN OUTPUT LOADFILE.
           PERFORM 800READSRTLOAD.
           PERFORM 200LOADLOOP
                UNTIL ENDOFDATA.
           PERFORM 340CLOSEINSTR.
           PERFORM 350CLOSEDEPT.
           PERFORM 360CLOSEUNSTAFFED.
           PERFORM 370CLOSETERM.
           CLOSE SRTLOAD
                LOADFILE.
           DISPLAY 'COURSE RECORDS READ:     ' WS-READ-COUNT.
           DISPLAY 'SECTIONS REPORTED:       ' WS-SELECTED-COUNT.
           DISPLAY 'OVERLOADS FLAGGED:       ' WS-OVER-COUNT.
           DISPLAY 'UNDERLOADS FLAGGED:      ' WS-UNDER-COUNT.
           DISPLAY 'UNSTAFFED SECTIONS:      ' WS-UNSTAFFED-COUNT.
       000MAINLINE-EXIT.
           STOP RUN.
      **********************************************************
      *   THE LOAD STANDARD OFF THE PARM -- A BLANK LIMIT      *
      *   KEEPS ITS DEFAULT, ANYTHING ELSE MUST BE TWO DIGITS  *
      *   AND THE MINIMUM CAN'T EXCEED THE MAXIMUM             *
      **********************************************************
       050CHECKPARM.
           IF WS-PARM-MIN NOT = SPACES
                IF WS-PARM-MIN IS NOT NUMERIC
                     DISPLAY 'MINIMUM CREDITS (COLUMNS 7-8) NOT '
                          'NUMERIC -- ' WS-PARM-MIN
                     MOVE 16 TO RETURN-CODE
                     GO TO 050CHECKPARM-EXIT
                END-IF
                MOVE WS-PARM-MIN-N TO WS-LOAD-MIN
           END-IF.
           IF WS-PARM-MAX NOT = SPACES
                IF WS-PARM-MAX IS NOT NUMERIC
                     DISPLAY 'MAXIMUM CREDITS (COLUMNS 10-11) NOT '
                          'NUMERIC -- ' WS-PARM-MAX
                     MOVE 16 TO RETURN-CODE
                     GO TO 050CHECKPARM-EXIT
                END-IF
                MOVE WS-PARM-MAX-N TO WS-LOAD-MAX
           END-IF.
           IF WS-LOAD-MIN > WS-LOAD-MAX
                DISPLAY 'MINIMUM CREDITS ' WS-LOAD-MIN
                     ' EXCEEDS MAXIMUM ' WS-LOAD-MAX
                MOVE 16 TO RETURN-CODE
           END-IF.
       050CHECKPARM-EXIT.
           EXIT.
      **********************************************************
      *   ONE DASCOURSE RECORD -- A CANCELLED SECTION OR ONE   *
      *   OUTSIDE THE PARM TERM IS SKIPPED; ANY OTHER GOES TO  *
      *   THE WORK FILE WITH ITS DEPARTMENT, CREDITS, AND      *
      *   SEATS TAKEN.  AN UNSTAFFED SECTION CARRIES NO        *
      *   DEPARTMENT -- THE UNSTAFFED LIST RUNS IN CROSS-LIST  *
      *   GROUP THEN COURSE ORDER SO A GROUP STAYS TOGETHER    *
      **********************************************************
       100BUILDWORK.
           IF C-STATUS-CANCELLED
                GO TO 100BUILDWORK-NEXT
           END-IF.
           IF WS-PARM-TERM NOT = SPACES
              AND C-TERM NOT = WS-PARM-TERM
                GO TO 100BUILDWORK-NEXT
           END-IF.
           ADD 1 TO WS-SELECTED-COUNT.
           MOVE SPACES          TO LOADWORKDATA.
           MOVE C-TERM          TO LW-TERM.
           MOVE C-INSTRUCTOR    TO LW-INSTRUCTOR.
           MOVE C-XLIST         TO LW-XLIST.
           MOVE C-COURSE        TO LW-COURSE.
           MOVE C-TITLE         TO LW-TITLE.
           SUBTRACT C-SEATSREMAINING FROM C-CLASSLIMIT
                GIVING LW-TAKEN.
           PERFORM 110FINDCREDITS.
           IF C-INSTRUCTOR = SPACES
                MOVE '2' TO LW-KIND
           ELSE
                MOVE '1' TO LW-KIND
                PERFORM 120FINDINSTRUCTOR THRU 120FINDINSTRUCTOR-EXIT
           END-IF.
           WRITE LOADWORKDATA.
       100BUILDWORK-NEXT.
           PERFORM 860READCOURSEFILE.
       100BUILDWORK-EXIT.
           EXIT.
      **********************************************************
      *   THE COURSE'S CREDIT HOURS OFF THE CATALOG MASTER --  *
      *   NO CATALOG OR NO RECORD COUNTS AS ZERO, FLAGGED      *
      **********************************************************
       110FINDCREDITS.
           MOVE 0   TO LW-CREDITS.
           MOVE 'N' TO LW-ON-CATALOG.
           IF CATLG-CHECK-ACTIVE
                MOVE C-ABB  TO CA-ABB
                MOVE C-NUMB TO CA-NUMB
                READ CATLGFILE
                     KEY IS CA-KEY
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE CA-CREDITS TO LW-CREDITS
                          MOVE 'Y' TO LW-ON-CATALOG
                END-READ
           END-IF.
      **********************************************************
      *   THE INSTRUCTOR'S NAME AND DEPARTMENT OFF DASINSTR,   *
      *   THE SAME DEGRADED LOOKUP AS LAB4'S SCHEDULE PAGES.   *
      *   AN INSTRUCTOR NOT ON THE MASTER SORTS UNDER A BLANK  *
      *   DEPARTMENT                                           *
      **********************************************************
       120FINDINSTRUCTOR.
           IF NOT INSTR-CHECK-ACTIVE
                GO TO 120FINDINSTRUCTOR-EXIT
           END-IF.
           MOVE C-INSTRUCTOR TO IN-ID.
           READ INSTRFILE
                KEY IS IN-ID
                INVALID KEY
                     MOVE '** NOT ON MASTER **' TO LW-INSTNAME
                NOT INVALID KEY
                     MOVE IN-NAME TO LW-INSTNAME
                     MOVE IN-DEPT TO LW-DEPT
           END-READ.
       120FINDINSTRUCTOR-EXIT.
           EXIT.
      **********************************************************
      *   ONE SORTED WORK RECORD -- WORK OUT THE HIGHEST BREAK *
      *   IT TRIPS, CLOSE EVERY OPEN GROUP AT OR BELOW THAT    *
      *   LEVEL, OPEN THE NEW ONES, THEN PRINT THE SECTION     *
      **********************************************************
       200LOADLOOP.
           MOVE 0 TO WS-BREAK-LEVEL.
           IF LW-INSTRUCTOR NOT = WS-PREV-INSTR
                MOVE 1 TO WS-BREAK-LEVEL
           END-IF.
           IF LW-DEPT NOT = WS-PREV-DEPT
                MOVE 2 TO WS-BREAK-LEVEL
           END-IF.
           IF LW-KIND NOT = WS-PREV-KIND
                MOVE 3 TO WS-BREAK-LEVEL
           END-IF.
           IF LW-TERM NOT = WS-PREV-TERM
                MOVE 4 TO WS-BREAK-LEVEL
           END-IF.
           IF WS-BREAK-LEVEL > 0
                PERFORM 340CLOSEINSTR
           END-IF.
           IF WS-BREAK-LEVEL > 1
                PERFORM 350CLOSEDEPT
           END-IF.
           IF WS-BREAK-LEVEL > 2
                PERFORM 360CLOSEUNSTAFFED
           END-IF.
           IF WS-BREAK-LEVEL > 3
                PERFORM 370CLOSETERM
                PERFORM 400OPENTERM
           END-IF.
           IF LW-STAFFED
                IF WS-BREAK-LEVEL > 1
                     PERFORM 410OPENDEPT
                END-IF
                IF WS-BREAK-LEVEL > 0
                     PERFORM 420OPENINSTR
                END-IF
                PERFORM 500INSTRDETAIL
           ELSE
                IF WS-BREAK-LEVEL > 2
                     PERFORM 430OPENUNSTAFFED
                END-IF
                PERFORM 510UNSTAFFEDDETAIL
           END-IF.
           MOVE LW-TERM       TO WS-PREV-TERM.
           MOVE LW-KIND       TO WS-PREV-KIND.
           MOVE LW-DEPT       TO WS-PREV-DEPT.
           MOVE LW-INSTRUCTOR TO WS-PREV-INSTR.
           MOVE LW-XLIST      TO WS-PREV-XLIST.
           PERFORM 800READSRTLOAD.
      **********************************************************
      *   CLOSE AN INSTRUCTOR -- TOTAL LINE, LOAD CHECKED      *
      *   AGAINST THE STANDARD, AND ROLLED INTO THE DEPARTMENT *
      **********************************************************
       340CLOSEINSTR.
           IF NOT INSTR-OPEN
                GO TO 340CLOSEINSTR-EXIT
           END-IF.
           MOVE WS-INSTR-SECTIONS TO IT-SECTIONS.
           MOVE WS-INSTR-CREDITS  TO IT-CREDITS.
           MOVE WS-INSTR-TAKEN    TO IT-TAKEN.
           MOVE SPACES TO IT-FLAG.
           IF WS-INSTR-CREDITS > WS-LOAD-MAX
                MOVE '** OVERLOAD **' TO IT-FLAG
                ADD 1 TO WS-DEPT-OVER
                ADD 1 TO WS-OVER-COUNT
           END-IF.
           IF WS-INSTR-CREDITS < WS-LOAD-MIN
                MOVE '** UNDERLOAD **' TO IT-FLAG
                ADD 1 TO WS-DEPT-UNDER
                ADD 1 TO WS-UNDER-COUNT
           END-IF.
           WRITE LOADREC FROM INSTR-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LOADREC.
           WRITE LOADREC
                AFTER ADVANCING 1 LINE.
           ADD 2 TO LINECT.
           ADD 1                TO WS-DEPT-INSTRS.
           ADD WS-INSTR-CREDITS TO WS-DEPT-CREDITS.
           ADD WS-INSTR-TAKEN   TO WS-DEPT-TAKEN.
           MOVE 'N' TO WS-INSTR-OPEN.
       340CLOSEINSTR-EXIT.
           EXIT.
      **********************************************************
      *   CLOSE A DEPARTMENT -- SUBTOTAL LINES, ROLLED INTO    *
      *   THE TERM                                             *
      **********************************************************
       350CLOSEDEPT.
           IF NOT DEPT-OPEN
                GO TO 350CLOSEDEPT-EXIT
           END-IF.
           MOVE WS-PREV-DEPT    TO DT-DEPT.
           MOVE WS-DEPT-INSTRS  TO DT-INSTRS.
           MOVE WS-DEPT-CREDITS TO DT-CREDITS.
           MOVE WS-DEPT-TAKEN   TO DT-TAKEN.
           MOVE WS-DEPT-OVER    TO DT-OVER.
           MOVE WS-DEPT-UNDER   TO DT-UNDER.
           WRITE LOADREC FROM DEPT-TOTAL-LINE1
                AFTER ADVANCING 1 LINE.
           WRITE LOADREC FROM DEPT-TOTAL-LINE2
                AFTER ADVANCING 1 LINE.
           ADD WS-DEPT-INSTRS  TO WS-TERM-INSTRS.
           ADD WS-DEPT-CREDITS TO WS-TERM-CREDITS.
           ADD WS-DEPT-TAKEN   TO WS-TERM-TAKEN.
           ADD WS-DEPT-OVER    TO WS-TERM-OVER.
           ADD WS-DEPT-UNDER   TO WS-TERM-UNDER.
           MOVE 'N' TO WS-DEPT-OPEN.
       350CLOSEDEPT-EXIT.
           EXIT.
      **********************************************************
      *   CLOSE THE TERM'S UNSTAFFED LIST -- THE CREDIT HOURS  *
      *   STILL TO BE COVERED                                  *
      **********************************************************
       360CLOSEUNSTAFFED.
           IF NOT UNSTAFFED-OPEN
                GO TO 360CLOSEUNSTAFFED-EXIT
           END-IF.
           MOVE WS-TERM-UNSTAFFED TO UT-SECTIONS.
           MOVE WS-TERM-UNCOVERED TO UT-CREDITS.
           MOVE SPACES TO LOADREC.
           WRITE LOADREC
                AFTER ADVANCING 1 LINE.
           WRITE LOADREC FROM UNSTAFFED-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE 'N' TO WS-UNSTAFFED-OPEN.
       360CLOSEUNSTAFFED-EXIT.
           EXIT.
      **********************************************************
      *   CLOSE A TERM -- ITS TOTALS ON A PAGE OF THEIR OWN    *
      **********************************************************
       370CLOSETERM.
           IF NOT TERM-OPEN
                GO TO 370CLOSETERM-EXIT
           END-IF.
           MOVE WS-PREV-TERM TO TT-TERM.
           WRITE LOADREC FROM TERM-TOTAL-HEADING
                AFTER ADVANCING PAGE.
           MOVE SPACES TO LOADREC.
           WRITE LOADREC
                AFTER ADVANCING 1 LINE.
           MOVE 'INSTRUCTORS             ' TO TT-LABEL.
           MOVE WS-TERM-INSTRS TO TT-COUNT.
           PERFORM 380WRITETERMLINE.
           MOVE 'CREDITS TAUGHT          ' TO TT-LABEL.
           MOVE WS-TERM-CREDITS TO TT-COUNT.
           PERFORM 380WRITETERMLINE.
           MOVE 'SEATS TAKEN             ' TO TT-LABEL.
           MOVE WS-TERM-TAKEN TO TT-COUNT.
           PERFORM 380WRITETERMLINE.
           MOVE 'OVERLOADS               ' TO TT-LABEL.
           MOVE WS-TERM-OVER TO TT-COUNT.
           PERFORM 380WRITETERMLINE.
           MOVE 'UNDERLOADS              ' TO TT-LABEL.
           MOVE WS-TERM-UNDER TO TT-COUNT.
           PERFORM 380WRITETERMLINE.
           MOVE 'UNSTAFFED SECTIONS      ' TO TT-LABEL.
           MOVE WS-TERM-UNSTAFFED TO TT-COUNT.
           PERFORM 380WRITETERMLINE.
           MOVE 'CREDITS TO COVER        ' TO TT-LABEL.
           MOVE WS-TERM-UNCOVERED TO TT-COUNT.
           PERFORM 380WRITETERMLINE.
           MOVE 'N' TO WS-TERM-OPEN.
       370CLOSETERM-EXIT.
           EXIT.
       380WRITETERMLINE.
           WRITE LOADREC FROM TERM-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
      **********************************************************
      *   OPEN A TERM, A DEPARTMENT, AN INSTRUCTOR, OR THE     *
      *   UNSTAFFED LIST -- CLEAR THE LEVEL'S ACCUMULATORS     *
      *   AND PRINT ITS HEADINGS                               *
      **********************************************************
       400OPENTERM.
           MOVE 0 TO WS-TERM-INSTRS.
           MOVE 0 TO WS-TERM-CREDITS.
           MOVE 0 TO WS-TERM-TAKEN.
           MOVE 0 TO WS-TERM-OVER.
           MOVE 0 TO WS-TERM-UNDER.
           MOVE 0 TO WS-TERM-UNSTAFFED.
           MOVE 0 TO WS-TERM-UNCOVERED.
           MOVE 'Y' TO WS-TERM-OPEN.
       410OPENDEPT.
           MOVE 0 TO WS-DEPT-INSTRS.
           MOVE 0 TO WS-DEPT-CREDITS.
           MOVE 0 TO WS-DEPT-TAKEN.
           MOVE 0 TO WS-DEPT-OVER.
           MOVE 0 TO WS-DEPT-UNDER.
           MOVE SPACES TO WS-PAGE-DEPT.
           IF LW-DEPT = SPACES
                MOVE 'DEPARTMENT UNKNOWN' TO WS-PAGE-DEPT
           ELSE
                STRING 'DEPARTMENT '  DELIMITED BY SIZE
                       LW-DEPT        DELIMITED BY SIZE
                  INTO WS-PAGE-DEPT
                END-STRING
           END-IF.
           PERFORM 450LOADPAGEHEADINGS.
           MOVE 'Y' TO WS-DEPT-OPEN.
       420OPENINSTR.
           MOVE 0 TO WS-INSTR-SECTIONS.
           MOVE 0 TO WS-INSTR-CREDITS.
           MOVE 0 TO WS-INSTR-TAKEN.
           MOVE SPACES TO WS-PREV-XLIST.
           IF LINECT > 45
                PERFORM 450LOADPAGEHEADINGS
           END-IF.
           MOVE LW-INSTRUCTOR TO IH-ID.
           MOVE LW-INSTNAME   TO IH-NAME.
           WRITE LOADREC FROM INSTR-HEADING
                AFTER ADVANCING 1 LINE.
           ADD 1 TO LINECT.
           MOVE 'Y' TO WS-INSTR-OPEN.
       430OPENUNSTAFFED.
           MOVE SPACES TO WS-PREV-XLIST.
           MOVE 'UNSTAFFED SECTIONS' TO WS-PAGE-DEPT.
           PERFORM 450LOADPAGEHEADINGS.
           MOVE 'Y' TO WS-UNSTAFFED-OPEN.
       450LOADPAGEHEADINGS.
           MOVE LW-TERM      TO LH-TERM.
           MOVE WS-LOAD-MIN  TO LH-MIN.
           MOVE WS-LOAD-MAX  TO LH-MAX.
           MOVE WS-PAGE-DEPT TO LH-DEPT-TEXT.
           WRITE LOADREC FROM LOAD-HEADING1
                AFTER ADVANCING PAGE.
           WRITE LOADREC FROM LOAD-HEADING2
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LOADREC.
           WRITE LOADREC
                AFTER ADVANCING 1 LINE.
           WRITE LOADREC FROM LOAD-HEADING3
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LOADREC.
           WRITE LOADREC
                AFTER ADVANCING 1 LINE.
           MOVE 0 TO LINECT.
      **********************************************************
      *   ONE STAFFED SECTION UNDER ITS INSTRUCTOR.  A SECOND  *
      *   MEMBER OF THE SAME C-XLIST GROUP IS THE SAME         *
      *   MEETING -- ITS SEATS COUNT BUT ITS CREDITS AND ITS   *
      *   SECTION DON'T COUNT AGAIN                            *
      **********************************************************
       500INSTRDETAIL.
           PERFORM 520FORMATDETAIL.
           IF LW-XLIST NOT = SPACES
              AND LW-XLIST = WS-PREV-XLIST
                MOVE 'XLIST -- COUNTED ONCE' TO LD-FLAG
           ELSE
                ADD 1          TO WS-INSTR-SECTIONS
                ADD LW-CREDITS TO WS-INSTR-CREDITS
           END-IF.
           ADD LW-TAKEN TO WS-INSTR-TAKEN.
           PERFORM 530WRITEDETAIL.
      **********************************************************
      *   ONE UNSTAFFED SECTION -- ITS CREDITS ARE STILL TO BE *
      *   COVERED, ONCE PER CROSS-LIST GROUP                   *
      **********************************************************
       510UNSTAFFEDDETAIL.
           PERFORM 520FORMATDETAIL.
           IF LW-XLIST NOT = SPACES
              AND LW-XLIST = WS-PREV-XLIST
                MOVE 'XLIST -- COUNTED ONCE' TO LD-FLAG
           ELSE
                ADD 1          TO WS-TERM-UNSTAFFED
                ADD 1          TO WS-UNSTAFFED-COUNT
                ADD LW-CREDITS TO WS-TERM-UNCOVERED
           END-IF.
           PERFORM 530WRITEDETAIL.
       520FORMATDETAIL.
           MOVE LW-ABB     TO LD-ABB.
           MOVE LW-NUMB    TO LD-NUMB.
           MOVE LW-SEC     TO LD-SEC.
           MOVE LW-TITLE   TO LD-TITLE.
           MOVE LW-CREDITS TO LD-CREDITS.
           MOVE LW-TAKEN   TO LD-TAKEN.
           MOVE LW-XLIST   TO LD-XLIST.
           MOVE SPACES     TO LD-FLAG.
           IF LW-ON-CATALOG = 'N'
                MOVE '** NOT ON CATALOG **' TO LD-FLAG
           END-IF.
       530WRITEDETAIL.
           IF LINECT > 50
                PERFORM 450LOADPAGEHEADINGS
           END-IF.
           WRITE LOADREC FROM LOADDATA
                AFTER ADVANCING 1 LINE.
           ADD 1 TO LINECT.
      *********************************************************
      *         READ THE SORTED WORK FILE               ******
      *********************************************************
       800READSRTLOAD.
           READ SRTLOAD INTO LOADWORKDATA
                   AT END MOVE 'Y' TO EOF.
      *********************************************************
      *         READ THE COURSE FILE                    ******
      *********************************************************
       860READCOURSEFILE.
           READ COURSEFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF.
           IF NOT ENDOFDATA
                ADD 1 TO WS-READ-COUNT
           END-IF.
