      *        TOUCHED -- IT USED TO FALL THROUGH, PURGE THE
      *        TERM, AND ONLY THEN FAIL TO REGISTER IT,
      *        LEAVING NOTHING TO REFUSE UPDATES AGAINST IT.
      *   MWF  REFUSE (RC 16) TO RETIRE A TERM WHILE ANY OF
      *        ITS DASENRL SEATS HAS NO GRADE ON THE DASHIST
      *        COURSE HISTORY -- ONCE THE SECTIONS ARE PURGED
      *        GRDPOST CAN NO LONGER POST AGAINST THEM.
      *        'NOGRADE' IN PARM 7-13 OVERRIDES THE CHECK.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT JRNLFILE ASSIGN TO 'CRSJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
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
        DATA DIVISION.
        FILE SECTION.
        FD  COURSEFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JRNLAYT.
      **********************************************************
      *   ENROLLMENT LEDGER AND COURSE HISTORY -- READ ONLY,   *
      *   TO PROVE EVERY SEAT IN THE TERM WAS GRADED BEFORE    *
      *   ITS SECTIONS ARE PURGED                              *
      **********************************************************
        FD  ENROLLFILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRLAYT.
        FD  HISTFILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTLAYT.

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-ARCH-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-ATERM-FILE-STATUS PIC XX  VALUE '00'.
           03  WS-JRNL-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-ENRL-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-HIST-FILE-STATUS  PIC XX  VALUE '00'.
           03  EOF                  PIC X   VALUE 'N'.
                 88 ENDOFDATA               VALUE 'Y'.
           03  WS-LEDGER-DONE       PIC X   VALUE 'N'.
                 88 LEDGER-DONE             VALUE 'Y'.
        77  WS-READ-COUNT           PIC 9(7) COMP VALUE 0.
        77  WS-SEAT-COUNT           PIC 9(7) COMP VALUE 0.
        77  WS-UNGRADED-COUNT       PIC 9(7) COMP VALUE 0.
        77  WS-WRITTEN-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-DELETED-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-RUN-DATE             PIC 9(8) VALUE 0.
      **********************************************************
      *   RUN-TIME PARAMETER CARD:                             *
      *     1-5   TERM CODE TO ARCHIVE (REQUIRED)              *
      *     7-13  'NOGRADE' TO ARCHIVE EVEN THOUGH SOME SEATS  *
      *           HAVE NO GRADE ON DASHIST                     *
      **********************************************************
       01  WS-PARM-LINE.
           03 WS-PARM-TERM      PIC X(5).
           03 FILLER            PIC X.
           03 WS-PARM-NOGRADE   PIC X(7).
                 88 GRADE-CHECK-OVERRIDDEN  VALUE 'NOGRADE'.
           03 FILLER            PIC X(27).
      **********************************************************
      *   THE ARCHIVE GENERATION NAME -- CRSARCH. PLUS THE     *
      *   TERM CODE, SO EVERY RETIRED TERM KEEPS ITS OWN       *
                     MOVE 16 TO RETURN-CODE
                     GO TO 000MAINLINE-EXIT
           END-READ.
           PERFORM 150CHECKGRADES THRU 150CHECKGRADES-EXIT.
           IF RETURN-CODE NOT = 0
                CLOSE ATERMFILE
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN I-O COURSEFILE.
           IF WS-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASCOURSE -- '
                MOVE 16 TO RETURN-CODE
           END-IF.
      **********************************************************
      *   EVERY SEAT THE TERM GAVE OUT MUST HAVE A GRADE ON    *
      *   DASHIST BEFORE THE SECTIONS GO -- GRDPOST NEEDS THE  *
      *   SECTION ON DASCOURSE TO POST ONE.  AN UNGRADED SEAT  *
      *   ENDS THE RUN RC 16 UNLESS THE PARM SAYS NOGRADE      *
      **********************************************************
       150CHECKGRADES.
           IF GRADE-CHECK-OVERRIDDEN
                DISPLAY 'NOGRADE OVERRIDE -- GRADE CHECK SKIPPED'
                GO TO 150CHECKGRADES-EXIT
           END-IF.
           OPEN INPUT ENROLLFILE.
           IF WS-ENRL-FILE-STATUS = '35'
                DISPLAY 'DASENRL NOT ON FILE -- NO SEATS TO CHECK'
                GO TO 150CHECKGRADES-EXIT
           END-IF.
           IF WS-ENRL-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASENRL -- '
                     WS-ENRL-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 150CHECKGRADES-EXIT
           END-IF.
           OPEN INPUT HISTFILE.
           IF WS-HIST-FILE-STATUS NOT = '00'
              AND WS-HIST-FILE-STATUS NOT = '35'
                DISPLAY 'UNABLE TO OPEN DASHIST -- '
                     WS-HIST-FILE-STATUS
                CLOSE ENROLLFILE
                MOVE 16 TO RETURN-CODE
                GO TO 150CHECKGRADES-EXIT
           END-IF.
           MOVE 'N' TO WS-LEDGER-DONE.
           MOVE WS-PARM-TERM TO E-RECKEY (1:5).
           MOVE LOW-VALUES TO E-RECKEY (6:36).
           START ENROLLFILE
                KEY IS NOT LESS THAN E-RECKEY
                INVALID KEY
                     MOVE 'Y' TO WS-LEDGER-DONE
           END-START.
           PERFORM 155CHECKONESEAT
                UNTIL LEDGER-DONE.
           CLOSE ENROLLFILE.
           IF WS-HIST-FILE-STATUS = '00'
                CLOSE HISTFILE
           END-IF.
           DISPLAY 'SEATS ON LEDGER FOR TERM:         '
                WS-SEAT-COUNT.
           DISPLAY 'SEATS WITH NO GRADE POSTED:       '
                WS-UNGRADED-COUNT.
           IF WS-UNGRADED-COUNT > 0
                DISPLAY 'TERM ' WS-PARM-TERM ' NOT FULLY GRADED '
                     '-- RUN GRDPOST OR RERUN WITH NOGRADE IN '
                     'PARM 7-13.  NOTHING ARCHIVED'
                MOVE 16 TO RETURN-CODE
           END-IF.
       150CHECKGRADES-EXIT.
           EXIT.
       155CHECKONESEAT.
           READ ENROLLFILE NEXT RECORD
                AT END
                     MOVE 'Y' TO WS-LEDGER-DONE
                NOT AT END
                     IF E-TERM = WS-PARM-TERM
                          ADD 1 TO WS-SEAT-COUNT
                          PERFORM 156FINDSEATHISTORY
                     ELSE
                          MOVE 'Y' TO WS-LEDGER-DONE
                     END-IF
           END-READ.
       156FINDSEATHISTORY.
           IF WS-HIST-FILE-STATUS NOT = '00'
                ADD 1 TO WS-UNGRADED-COUNT
                DISPLAY 'NO GRADE: ' E-RECKEY
           ELSE
                MOVE E-STUDENT TO HS-STUDENT
                MOVE E-RECKEY (1:32) TO HS-RECKEY (10:32)
                READ HISTFILE
                     KEY IS HS-RECKEY
                     INVALID KEY
                          ADD 1 TO WS-UNGRADED-COUNT
                          DISPLAY 'NO GRADE: ' E-RECKEY
                END-READ
           END-IF.
      **********************************************************
      *   COPY PASS -- POSITION TO THE TERM'S FIRST RECORD     *
      *   (C-TERM LEADS THE KEY, SO THE TERM IS CONTIGUOUS)    *
      *   AND COPY FORWARD UNTIL THE TERM CHANGES              *
