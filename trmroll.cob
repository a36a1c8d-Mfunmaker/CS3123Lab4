       IDENTIFICATION DIVISION.
        PROGRAM-ID. TRMROLL.
        AUTHOR. Martin Funmaker.
      * TERM ROLL-FORWARD.
      * EVERY SEMESTER THE REGISTRAR REBUILT THE SCHEDULE BY
      * KEYING HUNDREDS OF CRSBATCH ADDS COPIED FROM THE SAME
      * TERM A YEAR EARLIER.  THIS PROGRAM DOES THE COPY: EVERY
      * NON-CANCELLED SECTION OF THE SOURCE TERM IS ADDED TO
      * DASCOURSE UNDER THE TARGET TERM, OPEN, WITH ITS SEATS
      * RESET TO THE CLASS LIMIT, AFTER THE SAME CATALOG, ROOM,
      * AND INSTRUCTOR EDITS CRSBATCH APPLIES TO AN ADD.  A
      * SECTION THAT FAILS AN EDIT GOES TO THE URSROLL
      * EXCEPTIONS REPORT INSTEAD OF BEING COPIED.  EVERY ADD
      * IS JOURNALED TO CRSJRNL SO THAT NIGHT'S CRSBAL STILL
      * BALANCES.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- SOURCE AND TARGET TERMS
      *        AND THE NOINSTR OPTION OFF THE PARM.  A TARGET
      *        TERM THAT ALREADY HAS SECTIONS OR IS ON
      *        DASATERM IS REFUSED RC 16, NOTHING COPIED.
      *        RETURN CODE 8 WHEN ANY SECTION WENT TO THE
      *        EXCEPTIONS REPORT.
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
           SELECT ROOMFILE ASSIGN TO 'DASROOM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-LOCATION
               FILE STATUS IS WS-ROOM-FILE-STATUS.
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
           SELECT ATERMFILE ASSIGN TO 'DASATERM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TERM
               FILE STATUS IS WS-ATERM-FILE-STATUS.
           SELECT EXCPFILE ASSIGN TO 'URSROLL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNLFILE ASSIGN TO 'CRSJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  COURSEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSLAYT.
        FD  ROOMFILE
           LABEL RECORDS ARE STANDARD.
           COPY ROOMLAYT.
        FD  INSTRFILE
           LABEL RECORDS ARE STANDARD.
           COPY INSLAYT.
        FD  CATLGFILE
           LABEL RECORDS ARE STANDARD.
           COPY CATLAYT.
        FD  ATERMFILE
           LABEL RECORDS ARE STANDARD.
           COPY ATRMLAYT.
      **********************************************************
      *   ROLL-FORWARD EXCEPTIONS -- ONE LINE PER SOURCE       *
      *   SECTION THAT FAILED AN EDIT AND WAS NOT COPIED       *
      **********************************************************
        FD  EXCPFILE
           LABEL RECORDS ARE STANDARD.
       01  EXCPREC             PIC X(132).
      **********************************************************
      *   AUDIT JOURNAL -- THE SAME DATED BEFORE/AFTER IMAGES  *
      *   CRSBATCH APPENDS, SO CRSBAL CAN MATCH EVERY ROLLED   *
      *   SECTION TO THE RUN THAT ADDED IT                     *
      **********************************************************
        FD  JRNLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JRNLAYT.

        WORKING-STORAGE SECTION.
      **********************************************************
      *   THE NEW TARGET-TERM SECTION, BUILT FROM THE SOURCE   *
      *   RECORD -- THE SAME CRSLAYT LAYOUT UNDER RF- NAMES SO *
      *   THE EDITS CAN SEE THE INDIVIDUAL FIELDS              *
      **********************************************************
           COPY CRSLAYT REPLACING ==COURSEDATA== BY ==RF-RECORD==
                LEADING ==C-== BY ==RF-==.
        01  MISC.
           03  WS-FILE-STATUS    PIC XX  VALUE '00'.
           03  WS-JRNL-FILE-STATUS PIC XX VALUE '00'.
           03  EOF               PIC X   VALUE 'N'.
                 88 ENDOFDATA            VALUE 'Y'.
           03  WS-SECTION-VALID  PIC X   VALUE 'Y'.
                 88 SECTION-VALID        VALUE 'Y'.
      **********************************************************
      *   ROOM/INSTRUCTOR/CATALOG MASTER LOOKUPS -- SKIPPED    *
      *   (WITH A WARNING AT START-UP) WHEN THE MASTER ISN'T   *
      *   ON FILE, THE SAME WAY CRSBATCH DEGRADES              *
      **********************************************************
           03  WS-ROOM-FILE-STATUS PIC XX VALUE '00'.
           03  WS-ROOM-CHECK     PIC X   VALUE 'N'.
                 88 ROOM-CHECK-ACTIVE    VALUE 'Y'.
           03  WS-INSTR-FILE-STATUS PIC XX VALUE '00'.
           03  WS-INSTR-CHECK    PIC X   VALUE 'N'.
                 88 INSTR-CHECK-ACTIVE   VALUE 'Y'.
           03  WS-CATLG-FILE-STATUS PIC XX VALUE '00'.
           03  WS-CATLG-CHECK    PIC X   VALUE 'N'.
                 88 CATLG-CHECK-ACTIVE   VALUE 'Y'.
           03  WS-ATERM-FILE-STATUS PIC XX VALUE '00'.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-CANCELLED-COUNT   PIC 9(7) COMP VALUE 0.
        77  WS-COPIED-COUNT      PIC 9(7) COMP VALUE 0.
        77  WS-EXCP-COUNT        PIC 9(7) COMP VALUE 0.
        77  LINECT               PIC 99   COMP VALUE 99.
       01  WS-RUN-STAMP.
           03 WS-RUN-DATE        PIC 9(8).
           03 WS-RUN-TIME.
                05 WS-RUN-HHMMSS PIC 9(6).
                05 FILLER        PIC 99.
      **********************************************************
      *   RUN-TIME PARAMETER CARD:                             *
      *     1-5   SOURCE TERM TO COPY FROM (REQUIRED)          *
      *     7-11  TARGET TERM TO BUILD     (REQUIRED)          *
      *     13-19 'NOINSTR' TO LEAVE EVERY COPIED SECTION      *
      *           UNSTAFFED INSTEAD OF CARRYING THE SOURCE     *
      *           TERM'S INSTRUCTOR FORWARD                    *
      **********************************************************
       01  WS-PARM-LINE.
           03 WS-PARM-SOURCE    PIC X(5).
           03 FILLER            PIC X.
           03 WS-PARM-TARGET    PIC X(5).
           03 FILLER            PIC X.
           03 WS-PARM-NOINSTR   PIC X(7).
                 88 BLANK-INSTRUCTORS       VALUE 'NOINSTR'.
           03 FILLER            PIC X(21).
      **********************************************************
      *   START KEY FOR POSITIONING TO A TERM'S FIRST RECORD   *
      *   -- C-TERM LEADS C-RECKEY, SO EVERY RECORD OF A TERM  *
      *   IS CONTIGUOUS IN KEY ORDER                           *
      **********************************************************
       01  WS-START-KEY.
           03 WS-START-TERM     PIC X(5).
           03 FILLER            PIC X(27).
      ********************************************************
      *     DESCRIPTION OF ROLL-FORWARD EXCEPTION LINES    ***
      ********************************************************
       01 EXCP-HEADING1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(32)       VALUE
                 'TERM ROLL-FORWARD EXCEPTIONS -- '.
           03 EH-SOURCE         PIC X(5).
           03 FILLER            PIC X(4)        VALUE   ' TO '.
           03 EH-TARGET         PIC X(5).
       01 EXCP-HEADING2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'CLASS'.
           03 FILLER            PIC X(11)       VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'TITLE'.
           03 FILLER            PIC X(17)       VALUE   SPACES.
           03 FILLER            PIC X(8)        VALUE   'LOCATION'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'INSTR'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(6)        VALUE   'REASON'.
       01 EXCPDATA.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 EX-ABB            PIC XXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 EX-NUMB           PIC XXXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 EX-SEC            PIC XXX.
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 EX-TITLE          PIC X(20).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 EX-LOCATION       PIC X(5).
           03 FILLER            PIC X(5)        VALUE   SPACES.
           03 EX-INSTR          PIC X(5).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 EX-REASON         PIC XX.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 EX-REASON-TEXT    PIC X(30).
       01 EXCPTOTAL-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 ET-LABEL          PIC X(24).
           03 ET-COUNT          PIC ZZZZZZ9.

        PROCEDURE DIVISION.
       000MAINLINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-SOURCE = SPACES OR WS-PARM-TARGET = SPACES
              OR WS-PARM-SOURCE = WS-PARM-TARGET
                DISPLAY 'SOURCE AND TARGET TERMS REQUIRED, E.G. '
                     '2025F 2026F (OPTIONALLY NOINSTR) -- '
                     'NOTHING COPIED'
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 100CHECKARCHIVED THRU 100CHECKARCHIVED-EXIT.
           IF RETURN-CODE NOT = 0
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN I-O COURSEFILE.
           IF WS-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASCOURSE -- '
                     WS-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           PERFORM 150CHECKTARGETEMPTY.
           IF RETURN-CODE NOT = 0
                CLOSE COURSEFILE
                GO TO 000MAINLINE-EXIT
           END-IF.
           PERFORM 160OPENMASTERS.
           OPEN OUTPUT EXCPFILE.
           PERFORM 700OPENJOURNAL.
           IF BLANK-INSTRUCTORS
                DISPLAY 'NOINSTR -- COPIED SECTIONS LEFT UNSTAFFED'
           END-IF.
           MOVE 'N' TO EOF.
           MOVE WS-PARM-SOURCE TO WS-START-TERM.
           PERFORM 500STARTATTERM.
           PERFORM 800READSOURCE THRU 800READSOURCE-EXIT.
           PERFORM 200ROLLONESECTION THRU 200ROLLONESECTION-EXIT
                UNTIL ENDOFDATA.
           PERFORM 600EXCPTOTALS.
           CLOSE COURSEFILE
                EXCPFILE
                JRNLFILE.
           IF ROOM-CHECK-ACTIVE
                CLOSE ROOMFILE
           END-IF.
           IF INSTR-CHECK-ACTIVE
                CLOSE INSTRFILE
           END-IF.
           IF CATLG-CHECK-ACTIVE
                CLOSE CATLGFILE
           END-IF.
           DISPLAY 'SOURCE SECTIONS READ:     ' WS-READ-COUNT.
           DISPLAY 'CANCELLED, NOT COPIED:    ' WS-CANCELLED-COUNT.
           DISPLAY 'SECTIONS COPIED:          ' WS-COPIED-COUNT.
           DISPLAY 'SECTIONS TO EXCEPTIONS:   ' WS-EXCP-COUNT.
           IF WS-READ-COUNT = 0
                DISPLAY 'NO SECTIONS ON FILE FOR TERM '
                     WS-PARM-SOURCE ' -- NOTHING COPIED'
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           IF WS-EXCP-COUNT > 0
                DISPLAY 'SECTIONS NOT COPIED -- SEE URSROLL'
                MOVE 8 TO RETURN-CODE
           END-IF.
       000MAINLINE-EXIT.
           STOP RUN.
      **********************************************************
      *   REFUSE A TARGET TERM ON THE ARCHIVED-TERM MASTER --  *
      *   TRMARCH RETIRED IT, AND SECTIONS ADDED UNDER IT NOW  *
      *   WOULD BE ONES THE UPDATE PROGRAMS REFUSE.  NO        *
      *   DASATERM ON FILE MEANS NO TERM WAS EVER ARCHIVED;    *
      *   ANY OTHER OPEN FAILURE LEAVES THE GUARD UNPROVEN     *
      *   AND ENDS THE RUN BEFORE A RECORD IS TOUCHED          *
      **********************************************************
       100CHECKARCHIVED.
           OPEN INPUT ATERMFILE.
           IF WS-ATERM-FILE-STATUS = '35'
                GO TO 100CHECKARCHIVED-EXIT
           END-IF.
           IF WS-ATERM-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASATERM -- '
                     WS-ATERM-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 100CHECKARCHIVED-EXIT
           END-IF.
           MOVE WS-PARM-TARGET TO AT-TERM.
           READ ATERMFILE
                KEY IS AT-TERM
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     DISPLAY 'TERM ' WS-PARM-TARGET ' IS ARCHIVED '
                          '-- NOTHING COPIED'
                     MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE ATERMFILE.
       100CHECKARCHIVED-EXIT.
           EXIT.
      **********************************************************
      *   REFUSE A TARGET TERM THAT ALREADY HAS SECTIONS -- A  *
      *   SECOND ROLL ON TOP OF A FIRST, OR OF A SCHEDULE THE  *
      *   REGISTRAR STARTED BY HAND, WOULD HALF-DUPLICATE IT   *
      **********************************************************
       150CHECKTARGETEMPTY.
           MOVE 'N' TO EOF.
           MOVE WS-PARM-TARGET TO WS-START-TERM.
           PERFORM 500STARTATTERM.
           IF NOT ENDOFDATA
                READ COURSEFILE NEXT RECORD
                     AT END
                          CONTINUE
                     NOT AT END
                          IF C-TERM = WS-PARM-TARGET
                               DISPLAY 'TERM ' WS-PARM-TARGET
                                    ' ALREADY HAS SECTIONS ON '
                                    'DASCOURSE -- NOTHING COPIED'
                               MOVE 16 TO RETURN-CODE
                          END-IF
                END-READ
           END-IF.
      **********************************************************
      *   THE MASTERS THE EDITS READ -- EACH ONE THAT WON'T    *
      *   OPEN IS WARNED ABOUT AND ITS EDIT SKIPPED, THE SAME  *
      *   AS CRSBATCH                                          *
      **********************************************************
       160OPENMASTERS.
           OPEN INPUT ROOMFILE.
           IF WS-ROOM-FILE-STATUS = '00'
                MOVE 'Y' TO WS-ROOM-CHECK
           ELSE
                DISPLAY 'DASROOM NOT AVAILABLE (' WS-ROOM-FILE-STATUS
                     ') -- ROOM VALIDATION SKIPPED'
           END-IF.
           OPEN INPUT INSTRFILE.
           IF WS-INSTR-FILE-STATUS = '00'
                MOVE 'Y' TO WS-INSTR-CHECK
           ELSE
                DISPLAY 'DASINSTR NOT AVAILABLE ('
                     WS-INSTR-FILE-STATUS
                     ') -- INSTRUCTOR VALIDATION SKIPPED'
           END-IF.
           OPEN INPUT CATLGFILE.
           IF WS-CATLG-FILE-STATUS = '00'
                MOVE 'Y' TO WS-CATLG-CHECK
           ELSE
                DISPLAY 'DASCATLG NOT AVAILABLE ('
                     WS-CATLG-FILE-STATUS
                     ') -- CATALOG VALIDATION SKIPPED'
           END-IF.
      **********************************************************
      *   ROLL ONE SOURCE SECTION -- A CANCELLED SECTION IS    *
      *   LEFT BEHIND; ANY OTHER IS REBUILT UNDER THE TARGET   *
      *   TERM, OPEN AND EMPTY, EDITED, AND ADDED              *
      **********************************************************
       200ROLLONESECTION.
           ADD 1 TO WS-READ-COUNT.
           IF C-STATUS-CANCELLED
                ADD 1 TO WS-CANCELLED-COUNT
                GO TO 200ROLLONESECTION-NEXT
           END-IF.
           MOVE COURSEDATA TO RF-RECORD.
           MOVE WS-PARM-TARGET TO RF-TERM.
           MOVE RF-CLASSLIMIT TO RF-SEATSREMAINING.
           MOVE 'O' TO RF-STATUS.
           IF BLANK-INSTRUCTORS
                MOVE SPACES TO RF-INSTRUCTOR
           END-IF.
           PERFORM 300EDITSECTION THRU 300EDITSECTION-EXIT.
           IF NOT SECTION-VALID
                GO TO 200ROLLONESECTION-NEXT
           END-IF.
           PERFORM 400ADDSECTION.
       200ROLLONESECTION-NEXT.
           PERFORM 800READSOURCE THRU 800READSOURCE-EXIT.
       200ROLLONESECTION-EXIT.
           EXIT.
      **********************************************************
      *   THE EDITS CRSBATCH APPLIES TO AN ADD -- NUMERIC      *
      *   LIMIT, HOUR 00-23, MINUTE 00-59, ROOM ON THE ROOM    *
      *   MASTER, A NON-BLANK INSTRUCTOR ON THE INSTRUCTOR     *
      *   MASTER, AND THE COURSE STILL ON THE CATALOG (WHOSE   *
      *   OFFICIAL TITLE IT TAKES).  THE FIRST EDIT THAT FAILS *
      *   SENDS THE SECTION TO THE EXCEPTIONS REPORT, UNDER    *
      *   CRSBATCH'S REASON CODE FOR THE SAME FAILURE          *
      **********************************************************
       300EDITSECTION.
           MOVE 'Y' TO WS-SECTION-VALID.
           IF RF-CLASSLIMIT IS NOT NUMERIC
                MOVE '12' TO EX-REASON
                MOVE 'CLASS LIMIT NOT NUMERIC' TO EX-REASON-TEXT
                PERFORM 610REJECTSECTION
                GO TO 300EDITSECTION-EXIT
           END-IF.
           IF RF-STARTINGHOUR IS NOT NUMERIC
              OR RF-STARTINGHOUR > 23
                MOVE '13' TO EX-REASON
                MOVE 'STARTING HOUR NOT 00-23' TO EX-REASON-TEXT
                PERFORM 610REJECTSECTION
                GO TO 300EDITSECTION-EXIT
           END-IF.
           IF RF-STARTINGMIN IS NOT NUMERIC
              OR RF-STARTINGMIN > 59
                MOVE '14' TO EX-REASON
                MOVE 'STARTING MINUTE NOT 00-59' TO EX-REASON-TEXT
                PERFORM 610REJECTSECTION
                GO TO 300EDITSECTION-EXIT
           END-IF.
           IF CATLG-CHECK-ACTIVE
                MOVE RF-ABB  TO CA-ABB
                MOVE RF-NUMB TO CA-NUMB
                READ CATLGFILE
                     KEY IS CA-KEY
                     INVALID KEY
                          MOVE '18' TO EX-REASON
                          MOVE 'COURSE NOT ON CATALOG'
                               TO EX-REASON-TEXT
                          PERFORM 610REJECTSECTION
                     NOT INVALID KEY
                          MOVE CA-TITLE TO RF-TITLE
                END-READ
                IF NOT SECTION-VALID
                     GO TO 300EDITSECTION-EXIT
                END-IF
           END-IF.
           IF ROOM-CHECK-ACTIVE
                MOVE RF-LOCATION TO RM-LOCATION
                READ ROOMFILE
                     KEY IS RM-LOCATION
                     INVALID KEY
                          MOVE '15' TO EX-REASON
                          MOVE 'ROOM NOT ON ROOM MASTER'
                               TO EX-REASON-TEXT
                          PERFORM 610REJECTSECTION
                     NOT INVALID KEY
                          IF RF-CLASSLIMIT > RM-CAPACITY
                               DISPLAY 'WARNING -- CLASS LIMIT '
                                    RF-CLASSLIMIT ' EXCEEDS '
                                    'CAPACITY ' RM-CAPACITY
                                    ' OF ROOM ' RF-LOCATION
                          END-IF
                END-READ
                IF NOT SECTION-VALID
                     GO TO 300EDITSECTION-EXIT
                END-IF
           END-IF.
           IF INSTR-CHECK-ACTIVE AND RF-INSTRUCTOR NOT = SPACES
                MOVE RF-INSTRUCTOR TO IN-ID
                READ INSTRFILE
                     KEY IS IN-ID
                     INVALID KEY
                          MOVE '16' TO EX-REASON
                          MOVE 'INSTRUCTOR NOT ON MASTER'
                               TO EX-REASON-TEXT
                          PERFORM 610REJECTSECTION
                END-READ
           END-IF.
       300EDITSECTION-EXIT.
           EXIT.
      **********************************************************
      *   ADD THE TARGET-TERM SECTION AND JOURNAL IT AS AN     *
      *   ADD AFTER-IMAGE.  THE WRITE DOES NOT MOVE THE        *
      *   BROWSE POSITION IN THE SOURCE TERM                   *
      **********************************************************
       400ADDSECTION.
           MOVE RF-RECORD TO COURSEDATA.
           WRITE COURSEDATA
                INVALID KEY
                     MOVE '02' TO EX-REASON
                     MOVE 'SECTION ALREADY ON FILE' TO EX-REASON-TEXT
                     PERFORM 610REJECTSECTION
                NOT INVALID KEY
                     ADD 1 TO WS-COPIED-COUNT
                     PERFORM 720JOURNALAFTER
           END-WRITE.
      **********************************************************
      *   POSITION TO THE FIRST RECORD OF WS-START-TERM        *
      **********************************************************
       500STARTATTERM.
           MOVE LOW-VALUES TO WS-START-KEY (6:27).
           MOVE WS-START-KEY TO C-RECKEY.
           START COURSEFILE
                KEY IS NOT LESS THAN C-RECKEY
                INVALID KEY
                     MOVE 'Y' TO EOF
           END-START.
      **********************************************************
      *   LIST ONE SECTION THAT FAILED AN EDIT.  THE REASON    *
      *   CODE AND TEXT ARE ALREADY IN THE LINE                *
      **********************************************************
       610REJECTSECTION.
           MOVE 'N' TO WS-SECTION-VALID.
           ADD 1 TO WS-EXCP-COUNT.
           IF LINECT > 45
                PERFORM 620EXCPHEADINGS
           END-IF.
           MOVE RF-ABB        TO EX-ABB.
           MOVE RF-NUMB       TO EX-NUMB.
           MOVE RF-SEC        TO EX-SEC.
           MOVE RF-TITLE      TO EX-TITLE.
           MOVE RF-LOCATION   TO EX-LOCATION.
           MOVE RF-INSTRUCTOR TO EX-INSTR.
           WRITE EXCPREC FROM EXCPDATA
                AFTER ADVANCING 1 LINE.
           ADD 1 TO LINECT.
       620EXCPHEADINGS.
           MOVE WS-PARM-SOURCE TO EH-SOURCE.
           MOVE WS-PARM-TARGET TO EH-TARGET.
           WRITE EXCPREC FROM EXCP-HEADING1
                AFTER ADVANCING PAGE.
           MOVE SPACES TO EXCPREC.
           WRITE EXCPREC
                AFTER ADVANCING 1 LINE.
           WRITE EXCPREC FROM EXCP-HEADING2
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO EXCPREC.
           WRITE EXCPREC
                AFTER ADVANCING 1 LINE.
           MOVE 0 TO LINECT.
      **********************************************************
      *   END-OF-RUN COUNTS AT THE BOTTOM OF THE REPORT, SO    *
      *   THE REGISTRAR CAN SEE A CLEAN ROLL WAS A ROLL        *
      **********************************************************
       600EXCPTOTALS.
           IF LINECT > 45
                PERFORM 620EXCPHEADINGS
           END-IF.
           MOVE SPACES TO EXCPREC.
           WRITE EXCPREC
                AFTER ADVANCING 1 LINE.
           MOVE 'SOURCE SECTIONS READ    ' TO ET-LABEL.
           MOVE WS-READ-COUNT TO ET-COUNT.
           WRITE EXCPREC FROM EXCPTOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE 'CANCELLED, NOT COPIED   ' TO ET-LABEL.
           MOVE WS-CANCELLED-COUNT TO ET-COUNT.
           WRITE EXCPREC FROM EXCPTOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE 'SECTIONS COPIED         ' TO ET-LABEL.
           MOVE WS-COPIED-COUNT TO ET-COUNT.
           WRITE EXCPREC FROM EXCPTOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE 'SECTIONS TO EXCEPTIONS  ' TO ET-LABEL.
           MOVE WS-EXCP-COUNT TO ET-COUNT.
           WRITE EXCPREC FROM EXCPTOTAL-LINE
                AFTER ADVANCING 1 LINE.
      **********************************************************
      *   ONE ADD AFTER-IMAGE PER ROLLED SECTION, THE SAME     *
      *   ENTRY CRSBATCH WRITES FOR AN ADD TRANSACTION         *
      **********************************************************
       720JOURNALAFTER.
           MOVE WS-RUN-DATE   TO CJ-DATE.
           MOVE WS-RUN-HHMMSS TO CJ-TIME.
           MOVE 'A'           TO CJ-ACTION.
           MOVE 'A'           TO CJ-IMAGE-TYPE.
           MOVE COURSEDATA    TO CJ-IMAGE.
           WRITE JRNLDATA.
      **********************************************************
      *   THE JOURNAL APPENDS ACROSS RUNS -- FIRST RUN EVER    *
      *   CREATES IT, THE SAME PATTERN AS CRSBATCH             *
      **********************************************************
       700OPENJOURNAL.
           OPEN EXTEND JRNLFILE.
           IF WS-JRNL-FILE-STATUS = '35'
                CLOSE JRNLFILE
                OPEN OUTPUT JRNLFILE
                CLOSE JRNLFILE
                OPEN EXTEND JRNLFILE
           END-IF.
      *********************************************************
      *   READ THE NEXT SOURCE-TERM RECORD, ENDING WHEN THE  **
      *   FILE OR THE TERM RUNS OUT                          **
      *********************************************************
       800READSOURCE.
           IF ENDOFDATA
                GO TO 800READSOURCE-EXIT
           END-IF.
           READ COURSEFILE NEXT RECORD
                AT END
                     MOVE 'Y' TO EOF
                NOT AT END
                     IF C-TERM NOT = WS-PARM-SOURCE
                          MOVE 'Y' TO EOF
                     END-IF
           END-READ.
       800READSOURCE-EXIT.
           EXIT.
