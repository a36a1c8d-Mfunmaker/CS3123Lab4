       IDENTIFICATION DIVISION.
        PROGRAM-ID. CRSINTG.
        AUTHOR. Martin Funmaker.
      * NIGHTLY CROSS-FILE INTEGRITY SWEEP.
      * THE MAINTENANCE PROGRAMS NOW REFUSE TO DELETE A ROOM,
      * INSTRUCTOR OR CATALOG COURSE A SECTION STILL USES, BUT
      * NOTHING CHECKS WHAT IS ALREADY ON FILE, AND CRSMAINT
      * DELETES A SECTION WITHOUT TOUCHING ITS DASENRL SEATS OR
      * ITS DASWAIT QUEUE.  THIS PROGRAM READS DASCOURSE AND
      * REPORTS ANY SECTION WHOSE ROOM, INSTRUCTOR OR CATALOG
      * COURSE IS NO LONGER ON ITS MASTER, THEN READS DASENRL
      * AND DASWAIT AND REPORTS ANY SEAT OR WAITLIST ENTRY
      * WHOSE SECTION IS GONE, AND ANY WAITLIST ENTRY ON A
      * CANCELLED SECTION.  TERMS ON DASATERM ARE SKIPPED --
      * TRMARCH TAKES THEIR SECTIONS OFF DASCOURSE BUT LEAVES
      * THE LEDGER FOR THE TRANSCRIPT.  NOTHING IS CORRECTED
      * HERE; THE URSINTG REPORT IS WORKED BY HAND.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- THREE PASSES (DASCOURSE
      *        AGAINST DASROOM/DASINSTR/DASCATLG, DASENRL AND
      *        DASWAIT AGAINST DASCOURSE) TO THE URSINTG
      *        REPORT.  RETURN CODE 8 WHEN ANYTHING IS FOUND,
      *        4 WHEN A MASTER WAS NOT AVAILABLE AND ITS CHECK
      *        WAS SKIPPED, 16 WHEN DASCOURSE, DASENRL OR
      *        DASWAIT WON'T OPEN.
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
           SELECT ENROLLFILE ASSIGN TO 'DASENRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-RECKEY
               FILE STATUS IS WS-ENRL-FILE-STATUS.
           SELECT WAITLFILE ASSIGN TO 'DASWAIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS W-RECKEY
               FILE STATUS IS WS-WAIT-FILE-STATUS.
           SELECT ATERMFILE ASSIGN TO 'DASATERM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TERM
               FILE STATUS IS WS-ATERM-FILE-STATUS.
           SELECT INTGFILE ASSIGN TO 'URSINTG'
               ORGANIZATION IS LINE SEQUENTIAL.
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
        FD  ENROLLFILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRLAYT.
        FD  WAITLFILE
           LABEL RECORDS ARE STANDARD.
           COPY WAITLAYT.
        FD  ATERMFILE
           LABEL RECORDS ARE STANDARD.
           COPY ATRMLAYT.
        FD  INTGFILE
           LABEL RECORDS ARE STANDARD.
       01  INTGREC             PIC X(132).

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-FILE-STATUS    PIC XX  VALUE '00'.
           03  WS-ROOM-FILE-STATUS  PIC XX VALUE '00'.
           03  WS-INSTR-FILE-STATUS PIC XX VALUE '00'.
           03  WS-CATLG-FILE-STATUS PIC XX VALUE '00'.
           03  WS-ENRL-FILE-STATUS  PIC XX VALUE '00'.
           03  WS-WAIT-FILE-STATUS  PIC XX VALUE '00'.
           03  WS-ATERM-FILE-STATUS PIC XX VALUE '00'.
           03  EOF               PIC X   VALUE 'N'.
                 88 ENDOFDATA            VALUE 'Y'.
      **********************************************************
      *   WHICH MASTERS OPENED -- A MASTER THAT ISN'T          *
      *   AVAILABLE HAS ITS CHECK SKIPPED (RETURN CODE 4), NOT *
      *   EVERY SECTION REPORTED AGAINST IT.  NO DASATERM ON   *
      *   FILE JUST MEANS NO TERM HAS BEEN ARCHIVED YET        *
      **********************************************************
           03  WS-ROOM-CHECK     PIC X   VALUE 'N'.
                 88 ROOM-CHECK-ACTIVE    VALUE 'Y'.
           03  WS-INSTR-CHECK    PIC X   VALUE 'N'.
                 88 INSTR-CHECK-ACTIVE   VALUE 'Y'.
           03  WS-CATLG-CHECK    PIC X   VALUE 'N'.
                 88 CATLG-CHECK-ACTIVE   VALUE 'Y'.
           03  WS-ATERM-CHECK    PIC X   VALUE 'N'.
                 88 ATERM-CHECK-ACTIVE   VALUE 'Y'.
           03  WS-TERM-ARCHIVED  PIC X   VALUE 'N'.
                 88 TERM-ARCHIVED        VALUE 'Y'.
      **********************************************************
      *   WHAT BECAME OF THE LAST SECTION LOOKED UP -- THE     *
      *   LEDGER AND THE WAITLIST ARE BOTH IN SECTION ORDER,   *
      *   SO DASCOURSE IS READ ONCE PER SECTION, NOT ONCE PER  *
      *   SEAT                                                 *
      **********************************************************
           03  WS-SECTION-STATE  PIC X   VALUE SPACE.
                 88 SECTION-ON-FILE      VALUE 'F'.
                 88 SECTION-CANCELLED    VALUE 'X'.
                 88 SECTION-MISSING      VALUE 'M'.
       01  WS-CHECK-SECTION.
           03 WS-CHECK-TERM      PIC X(5).
           03 WS-CHECK-COURSE    PIC X(27).
       77  WS-LAST-SECTION         PIC X(32) VALUE HIGH-VALUES.
       77  WS-LAST-TERM            PIC X(5)  VALUE HIGH-VALUES.
       77  WS-RUN-DATE             PIC 9(8)  VALUE 0.
      **********************************************************
      *   COUNTS FOR THE TOTALS                                *
      **********************************************************
       77  WS-SECTION-COUNT        PIC 9(7) COMP VALUE 0.
       77  WS-ENRL-COUNT           PIC 9(7) COMP VALUE 0.
       77  WS-WAIT-COUNT           PIC 9(7) COMP VALUE 0.
       77  WS-ARCHIVED-COUNT       PIC 9(7) COMP VALUE 0.
       77  WS-NO-ROOM-COUNT        PIC 9(7) COMP VALUE 0.
       77  WS-NO-INSTR-COUNT       PIC 9(7) COMP VALUE 0.
       77  WS-NO-CATLG-COUNT       PIC 9(7) COMP VALUE 0.
       77  WS-ENRL-ORPHAN-COUNT    PIC 9(7) COMP VALUE 0.
       77  WS-WAIT-ORPHAN-COUNT    PIC 9(7) COMP VALUE 0.
       77  WS-WAIT-CANCEL-COUNT    PIC 9(7) COMP VALUE 0.
       77  WS-FINDING-COUNT        PIC 9(7) COMP VALUE 0.
       77  LINECT                  PIC 99   COMP VALUE 0.
      ********************************************************
      *         DESCRIPTION OF INTEGRITY REPORT LINES      ***
      ********************************************************
       01 INTG-HEADING1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(40)       VALUE
                 'CROSS-FILE INTEGRITY SWEEP -- RUN DATE  '.
           03 IH-RUN-DATE       PIC 9(8).
       01 INTG-HEADING2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(11)       VALUE   'FILE'.
           03 FILLER            PIC X(6)        VALUE   'TERM'.
           03 FILLER            PIC X(30)       VALUE   'SECTION'.
           03 FILLER            PIC X(11)       VALUE   'REFERENCE'.
           03 FILLER            PIC X(7)        VALUE   'PROBLEM'.
       01 INTGDATA.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 ID-FILE           PIC X(9).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 ID-TERM           PIC X(5).
           03 FILLER            PIC X           VALUE   SPACES.
           03 ID-ABB            PIC XXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 ID-NUMB           PIC XXXX.
           03 FILLER            PIC X           VALUE   SPACES.
           03 ID-SEC            PIC X(20).
           03 FILLER            PIC X           VALUE   SPACES.
           03 ID-REFERENCE      PIC X(9).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 ID-PROBLEM        PIC X(34).
       01 INTG-NONE-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(27)       VALUE
                 'NO INTEGRITY PROBLEMS FOUND'.
       01 INTG-TOTAL-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 IT-LABEL          PIC X(24).
           03 IT-COUNT          PIC ZZZZZZ9.

        PROCEDURE DIVISION.
       000MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT COURSEFILE.
           IF WS-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASCOURSE -- '
                     WS-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN INPUT ROOMFILE.
           IF WS-ROOM-FILE-STATUS = '00'
                MOVE 'Y' TO WS-ROOM-CHECK
           ELSE
                DISPLAY 'DASROOM NOT AVAILABLE ('
                     WS-ROOM-FILE-STATUS
                     ') -- ROOM CHECK SKIPPED'
                MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT INSTRFILE.
           IF WS-INSTR-FILE-STATUS = '00'
                MOVE 'Y' TO WS-INSTR-CHECK
           ELSE
                DISPLAY 'DASINSTR NOT AVAILABLE ('
                     WS-INSTR-FILE-STATUS
                     ') -- INSTRUCTOR CHECK SKIPPED'
                MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT CATLGFILE.
           IF WS-CATLG-FILE-STATUS = '00'
                MOVE 'Y' TO WS-CATLG-CHECK
           ELSE
                DISPLAY 'DASCATLG NOT AVAILABLE ('
                     WS-CATLG-FILE-STATUS
                     ') -- CATALOG CHECK SKIPPED'
                MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT ATERMFILE.
           IF WS-ATERM-FILE-STATUS = '00'
                MOVE 'Y' TO WS-ATERM-CHECK
           ELSE
                IF WS-ATERM-FILE-STATUS NOT = '35'
                     DISPLAY 'DASATERM NOT AVAILABLE ('
                          WS-ATERM-FILE-STATUS
                          ') -- ARCHIVED TERMS CHECKED AS LIVE'
                     MOVE 4 TO RETURN-CODE
                END-IF
           END-IF.
           OPEN OUTPUT INTGFILE.
           MOVE WS-RUN-DATE TO IH-RUN-DATE.
           PERFORM 450INTGPAGEHEADINGS.
      *    PASS 1 -- EACH SECTION AGAINST ITS MASTERS
           PERFORM 860READCOURSEFILE.
           PERFORM 100CHECKSECTION THRU 100CHECKSECTION-EXIT
                UNTIL ENDOFDATA.
      *    PASS 2 -- EACH SEAT AGAINST ITS SECTION
           PERFORM 200CHECKLEDGER THRU 200CHECKLEDGER-EXIT.
      *    PASS 3 -- EACH WAITLIST ENTRY AGAINST ITS SECTION
           PERFORM 300CHECKWAITLIST THRU 300CHECKWAITLIST-EXIT.
           PERFORM 500WRITETOTALS.
           CLOSE COURSEFILE
                INTGFILE.
           IF ROOM-CHECK-ACTIVE
                CLOSE ROOMFILE
           END-IF.
           IF INSTR-CHECK-ACTIVE
                CLOSE INSTRFILE
           END-IF.
           IF CATLG-CHECK-ACTIVE
                CLOSE CATLGFILE
           END-IF.
           IF ATERM-CHECK-ACTIVE
                CLOSE ATERMFILE
           END-IF.
           DISPLAY 'SECTIONS CHECKED:        ' WS-SECTION-COUNT.
           DISPLAY 'SEATS CHECKED:           ' WS-ENRL-COUNT.
           DISPLAY 'WAITLIST ENTRIES CHECKED:' WS-WAIT-COUNT.
           DISPLAY 'ARCHIVED-TERM RECORDS:   ' WS-ARCHIVED-COUNT.
           DISPLAY 'INTEGRITY FINDINGS:      ' WS-FINDING-COUNT.
           IF WS-FINDING-COUNT > 0
              AND RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
           END-IF.
       000MAINLINE-EXIT.
           STOP RUN.
      **********************************************************
      *   ONE DASCOURSE SECTION -- ITS ROOM AND INSTRUCTOR     *
      *   (WHEN ASSIGNED; BLANK MEANS NOT YET, NOT MISSING)    *
      *   AND ITS CATALOG COURSE MUST STILL BE ON THEIR        *
      *   MASTERS.  A CANCELLED SECTION IS CHECKED TOO -- THE  *
      *   MAINTENANCE PROGRAMS COUNT IT AS USING THE MASTER    *
      **********************************************************
       100CHECKSECTION.
           MOVE C-TERM TO WS-CHECK-TERM.
           PERFORM 700CHECKTERMARCHIVED.
           IF TERM-ARCHIVED
                ADD 1 TO WS-ARCHIVED-COUNT
                GO TO 100CHECKSECTION-NEXT
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           IF ROOM-CHECK-ACTIVE
              AND C-LOCATION NOT = SPACES
                MOVE C-LOCATION TO RM-LOCATION
                READ ROOMFILE
                     KEY IS RM-LOCATION
                     INVALID KEY
                          MOVE C-LOCATION TO ID-REFERENCE
                          MOVE 'ROOM NOT ON DASROOM' TO ID-PROBLEM
                          PERFORM 610SECTIONFINDING
                          ADD 1 TO WS-NO-ROOM-COUNT
                END-READ
           END-IF.
           IF INSTR-CHECK-ACTIVE
              AND C-INSTRUCTOR NOT = SPACES
                MOVE C-INSTRUCTOR TO IN-ID
                READ INSTRFILE
                     KEY IS IN-ID
                     INVALID KEY
                          MOVE C-INSTRUCTOR TO ID-REFERENCE
                          MOVE 'INSTRUCTOR NOT ON DASINSTR'
                               TO ID-PROBLEM
                          PERFORM 610SECTIONFINDING
                          ADD 1 TO WS-NO-INSTR-COUNT
                END-READ
           END-IF.
           IF CATLG-CHECK-ACTIVE
                MOVE C-ABB  TO CA-ABB
                MOVE C-NUMB TO CA-NUMB
                READ CATLGFILE
                     KEY IS CA-KEY
                     INVALID KEY
                          MOVE SPACES TO ID-REFERENCE
                          STRING C-ABB ' ' C-NUMB
                               DELIMITED BY SIZE
                               INTO ID-REFERENCE
                          MOVE 'COURSE NOT ON DASCATLG'
                               TO ID-PROBLEM
                          PERFORM 610SECTIONFINDING
                          ADD 1 TO WS-NO-CATLG-COUNT
                END-READ
           END-IF.
       100CHECKSECTION-NEXT.
           PERFORM 860READCOURSEFILE.
       100CHECKSECTION-EXIT.
           EXIT.
      **********************************************************
      *   EVERY DASENRL SEAT, WITHDRAWN ONES INCLUDED, MUST    *
      *   STILL HAVE ITS SECTION ON DASCOURSE.  NO DASENRL ON  *
      *   FILE MEANS NO SEAT HAS EVER BEEN POSTED              *
      **********************************************************
       200CHECKLEDGER.
           OPEN INPUT ENROLLFILE.
           IF WS-ENRL-FILE-STATUS = '35'
                DISPLAY 'DASENRL NOT ON FILE -- NO SEATS TO CHECK'
                GO TO 200CHECKLEDGER-EXIT
           END-IF.
           IF WS-ENRL-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASENRL -- '
                     WS-ENRL-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 200CHECKLEDGER-EXIT
           END-IF.
           MOVE 'N' TO EOF.
           PERFORM 870READENROLLFILE.
           PERFORM 210CHECKONESEAT THRU 210CHECKONESEAT-EXIT
                UNTIL ENDOFDATA.
           CLOSE ENROLLFILE.
       200CHECKLEDGER-EXIT.
           EXIT.
       210CHECKONESEAT.
           MOVE E-TERM TO WS-CHECK-TERM.
           PERFORM 700CHECKTERMARCHIVED.
           IF TERM-ARCHIVED
                ADD 1 TO WS-ARCHIVED-COUNT
                GO TO 210CHECKONESEAT-NEXT
           END-IF.
           ADD 1 TO WS-ENRL-COUNT.
           MOVE E-COURSE TO WS-CHECK-COURSE.
           PERFORM 710LOOKUPSECTION.
           IF SECTION-MISSING
                MOVE 'DASENRL'   TO ID-FILE
                MOVE E-TERM      TO ID-TERM
                MOVE E-ABB       TO ID-ABB
                MOVE E-NUMB      TO ID-NUMB
                MOVE E-SEC       TO ID-SEC
                MOVE E-STUDENT   TO ID-REFERENCE
                MOVE 'SEAT ON A SECTION NOT ON FILE' TO ID-PROBLEM
                PERFORM 650WRITEFINDING
                ADD 1 TO WS-ENRL-ORPHAN-COUNT
           END-IF.
       210CHECKONESEAT-NEXT.
           PERFORM 870READENROLLFILE.
       210CHECKONESEAT-EXIT.
           EXIT.
      **********************************************************
      *   EVERY DASWAIT ENTRY MUST STILL HAVE ITS SECTION ON   *
      *   DASCOURSE, AND THE SECTION MUST NOT BE CANCELLED --  *
      *   NO SEAT WILL EVER FREE UP FOR A STUDENT QUEUED ON A  *
      *   CANCELLED SECTION.  NO DASWAIT ON FILE MEANS NO ONE  *
      *   HAS EVER BEEN WAITLISTED                             *
      **********************************************************
       300CHECKWAITLIST.
           OPEN INPUT WAITLFILE.
           IF WS-WAIT-FILE-STATUS = '35'
                DISPLAY 'DASWAIT NOT ON FILE -- NO WAITLIST TO CHECK'
                GO TO 300CHECKWAITLIST-EXIT
           END-IF.
           IF WS-WAIT-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASWAIT -- '
                     WS-WAIT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 300CHECKWAITLIST-EXIT
           END-IF.
           MOVE 'N' TO EOF.
           PERFORM 880READWAITLFILE.
           PERFORM 310CHECKONEWAITER THRU 310CHECKONEWAITER-EXIT
                UNTIL ENDOFDATA.
           CLOSE WAITLFILE.
       300CHECKWAITLIST-EXIT.
           EXIT.
       310CHECKONEWAITER.
           MOVE W-TERM TO WS-CHECK-TERM.
           PERFORM 700CHECKTERMARCHIVED.
           IF TERM-ARCHIVED
                ADD 1 TO WS-ARCHIVED-COUNT
                GO TO 310CHECKONEWAITER-NEXT
           END-IF.
           ADD 1 TO WS-WAIT-COUNT.
           MOVE W-COURSE TO WS-CHECK-COURSE.
           PERFORM 710LOOKUPSECTION.
           IF SECTION-ON-FILE
                GO TO 310CHECKONEWAITER-NEXT
           END-IF.
           MOVE 'DASWAIT'   TO ID-FILE.
           MOVE W-TERM      TO ID-TERM.
           MOVE W-ABB       TO ID-ABB.
           MOVE W-NUMB      TO ID-NUMB.
           MOVE W-SEC       TO ID-SEC.
           MOVE W-STUDENT   TO ID-REFERENCE.
           IF SECTION-MISSING
                MOVE 'WAITLIST ON A SECTION NOT ON FILE'
                     TO ID-PROBLEM
                ADD 1 TO WS-WAIT-ORPHAN-COUNT
           ELSE
                MOVE 'WAITLIST ON A CANCELLED SECTION'
                     TO ID-PROBLEM
                ADD 1 TO WS-WAIT-CANCEL-COUNT
           END-IF.
           PERFORM 650WRITEFINDING.
       310CHECKONEWAITER-NEXT.
           PERFORM 880READWAITLFILE.
       310CHECKONEWAITER-EXIT.
           EXIT.
      **********************************************************
      *   PAGE HEADINGS FOR THE INTEGRITY REPORT               *
      **********************************************************
       450INTGPAGEHEADINGS.
           WRITE INTGREC FROM INTG-HEADING1
                AFTER ADVANCING PAGE.
           MOVE SPACES TO INTGREC.
           WRITE INTGREC
                AFTER ADVANCING 1 LINE.
           WRITE INTGREC FROM INTG-HEADING2
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO INTGREC.
           WRITE INTGREC
                AFTER ADVANCING 1 LINE.
           MOVE 0 TO LINECT.
      **********************************************************
      *   TOTALS BY KIND OF FINDING                            *
      **********************************************************
       500WRITETOTALS.
           IF WS-FINDING-COUNT = 0
                WRITE INTGREC FROM INTG-NONE-LINE
                     AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO INTGREC.
           WRITE INTGREC
                AFTER ADVANCING 2 LINES.
           MOVE 'SECTIONS CHECKED'         TO IT-LABEL.
           MOVE WS-SECTION-COUNT           TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
           MOVE 'SEATS CHECKED'            TO IT-LABEL.
           MOVE WS-ENRL-COUNT              TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
           MOVE 'WAITLIST ENTRIES CHECKED' TO IT-LABEL.
           MOVE WS-WAIT-COUNT              TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
           MOVE 'ARCHIVED-TERM RECORDS'    TO IT-LABEL.
           MOVE WS-ARCHIVED-COUNT          TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
           MOVE 'ROOM NOT ON DASROOM'      TO IT-LABEL.
           MOVE WS-NO-ROOM-COUNT           TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
           MOVE 'INSTR NOT ON DASINSTR'    TO IT-LABEL.
           MOVE WS-NO-INSTR-COUNT          TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
           MOVE 'COURSE NOT ON DASCATLG'   TO IT-LABEL.
           MOVE WS-NO-CATLG-COUNT          TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
           MOVE 'SEATS - NO SECTION'       TO IT-LABEL.
           MOVE WS-ENRL-ORPHAN-COUNT       TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
           MOVE 'WAITLIST - NO SECTION'    TO IT-LABEL.
           MOVE WS-WAIT-ORPHAN-COUNT       TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
           MOVE 'WAITLIST - CANCELLED'     TO IT-LABEL.
           MOVE WS-WAIT-CANCEL-COUNT       TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
           MOVE 'TOTAL FINDINGS'           TO IT-LABEL.
           MOVE WS-FINDING-COUNT           TO IT-COUNT.
           PERFORM 510WRITETOTALLINE.
       510WRITETOTALLINE.
           WRITE INTGREC FROM INTG-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
      **********************************************************
      *   ONE FINDING AGAINST THE CURRENT DASCOURSE SECTION -- *
      *   THE CALLER HAS ALREADY SET THE REFERENCE AND PROBLEM *
      **********************************************************
       610SECTIONFINDING.
           MOVE 'DASCOURSE' TO ID-FILE.
           MOVE C-TERM      TO ID-TERM.
           MOVE C-ABB       TO ID-ABB.
           MOVE C-NUMB      TO ID-NUMB.
           MOVE C-SEC       TO ID-SEC.
           PERFORM 650WRITEFINDING.
       650WRITEFINDING.
           IF LINECT > 50
                PERFORM 450INTGPAGEHEADINGS
           END-IF.
           WRITE INTGREC FROM INTGDATA
                AFTER ADVANCING 1 LINE.
           ADD 1 TO LINECT.
           ADD 1 TO WS-FINDING-COUNT.
      **********************************************************
      *   IS WS-CHECK-TERM ARCHIVED?  THE LAST TERM LOOKED UP  *
      *   IS HELD SO DASATERM IS READ ONCE PER TERM            *
      **********************************************************
       700CHECKTERMARCHIVED.
           IF WS-CHECK-TERM NOT = WS-LAST-TERM
                MOVE WS-CHECK-TERM TO WS-LAST-TERM
                MOVE 'N' TO WS-TERM-ARCHIVED
                IF ATERM-CHECK-ACTIVE
                     MOVE WS-CHECK-TERM TO AT-TERM
                     READ ATERMFILE
                          KEY IS AT-TERM
                          INVALID KEY
                               CONTINUE
                          NOT INVALID KEY
                               MOVE 'Y' TO WS-TERM-ARCHIVED
                     END-READ
                END-IF
           END-IF.
      **********************************************************
      *   LOOK WS-CHECK-SECTION UP ON DASCOURSE -- ON FILE,    *
      *   CANCELLED, OR MISSING                                *
      **********************************************************
       710LOOKUPSECTION.
           IF WS-CHECK-SECTION NOT = WS-LAST-SECTION
                MOVE WS-CHECK-SECTION TO WS-LAST-SECTION
                MOVE WS-CHECK-SECTION TO C-RECKEY
                READ COURSEFILE
                     KEY IS C-RECKEY
                     INVALID KEY
                          MOVE 'M' TO WS-SECTION-STATE
                     NOT INVALID KEY
                          IF C-STATUS-CANCELLED
                               MOVE 'X' TO WS-SECTION-STATE
                          ELSE
                               MOVE 'F' TO WS-SECTION-STATE
                          END-IF
                END-READ
           END-IF.
      *********************************************************
      *         READ THE COURSE FILE                    ******
      *********************************************************
       860READCOURSEFILE.
           READ COURSEFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF.
      *********************************************************
      *         READ THE ENROLLMENT LEDGER              ******
      *********************************************************
       870READENROLLFILE.
           READ ENROLLFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF.
      *********************************************************
      *         READ THE WAITLIST                       ******
      *********************************************************
       880READWAITLFILE.
           READ WAITLFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF.
