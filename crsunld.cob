      *        DASCOURSE INTO A DATED BACKUP, WITH THE SAME
      *        READ/WRITTEN COUNT VERIFICATION CRSCONV
      *        DISPLAYS, AND RETURN CODE 8 ON ANY MISMATCH.
      *   MWF  UNLOAD DASENRL AND DASWAIT ALONGSIDE DASCOURSE
      *        TO THEIR OWN DATED GENERATIONS (ENRBKUP.YYYYMMDD
      *        AND WATBKUP.YYYYMMDD) -- NEITHER HAD ANY BACKUP
      *        -- AND APPEND THE UNLOAD'S START TIME AND COUNTS
      *        TO CRSBKLOG, WHERE CRSRECV PICKS UP THE POINT
      *        TO ROLL THE JOURNALS FORWARD FROM.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT BKUPFILE ASSIGN TO WS-BACKUP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-FILE-STATUS.
           SELECT ENROLLFILE ASSIGN TO 'DASENRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-RECKEY
               FILE STATUS IS WS-ENRL-FILE-STATUS.
           SELECT ENRBKFILE ASSIGN TO WS-ENRL-BACKUP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENRBK-FILE-STATUS.
           SELECT WAITLFILE ASSIGN TO 'DASWAIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS W-RECKEY
               FILE STATUS IS WS-WAIT-FILE-STATUS.
           SELECT WATBKFILE ASSIGN TO WS-WAIT-BACKUP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATBK-FILE-STATUS.
           SELECT BKLOGFILE ASSIGN TO 'CRSBKLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKLOG-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  COURSEFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BKUP-COURSEDATA         PIC X(102).
        FD  ENROLLFILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRLAYT.
        FD  ENRBKFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BKUP-ENROLLDATA         PIC X(59).
        FD  WAITLFILE
           LABEL RECORDS ARE STANDARD.
           COPY WAITLAYT.
        FD  WATBKFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BKUP-WAITLISTDATA       PIC X(64).
        FD  BKLOGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY BKLGLAYT.

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-FILE-STATUS       PIC XX  VALUE '00'.
           03  WS-BKUP-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-ENRL-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-ENRBK-FILE-STATUS PIC XX  VALUE '00'.
           03  WS-WAIT-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-WATBK-FILE-STATUS PIC XX  VALUE '00'.
           03  WS-BKLOG-FILE-STATUS PIC XX  VALUE '00'.
           03  EOF                  PIC X   VALUE 'N'.
                 88 ENDOFDATA               VALUE 'Y'.
        77  WS-READ-COUNT           PIC 9(7) COMP VALUE 0.
        77  WS-WRITTEN-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-ENRL-READ-COUNT      PIC 9(7) COMP VALUE 0.
        77  WS-ENRL-WRITTEN-COUNT   PIC 9(7) COMP VALUE 0.
        77  WS-WAIT-READ-COUNT      PIC 9(7) COMP VALUE 0.
        77  WS-WAIT-WRITTEN-COUNT   PIC 9(7) COMP VALUE 0.
      **********************************************************
      *   THE BACKUP GENERATION NAME -- CRSBKUP. PLUS TODAY'S  *
      *   DATE, BUILT AT RUN TIME SO EACH NIGHT'S UNLOAD GOES  *
       01  WS-BACKUP-NAME.
           03 FILLER               PIC X(8)  VALUE 'CRSBKUP.'.
           03 WS-BACKUP-DATE       PIC 9(8).
       01  WS-ENRL-BACKUP-NAME.
           03 FILLER               PIC X(8)  VALUE 'ENRBKUP.'.
           03 WS-ENRL-BACKUP-DATE  PIC 9(8).
       01  WS-WAIT-BACKUP-NAME.
           03 FILLER               PIC X(8)  VALUE 'WATBKUP.'.
           03 WS-WAIT-BACKUP-DATE  PIC 9(8).
       01  WS-RUN-STAMP.
           03 WS-RUN-TIME.
                05 WS-RUN-HHMMSS   PIC 9(6).
                05 FILLER          PIC 99.

        PROCEDURE DIVISION.
       000MAINLINE.
           ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-BACKUP-DATE TO WS-ENRL-BACKUP-DATE.
           MOVE WS-BACKUP-DATE TO WS-WAIT-BACKUP-DATE.
           OPEN INPUT COURSEFILE.
           IF WS-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASCOURSE -- '
                     'NOT TRUSTWORTHY, DO NOT AGE OFF OLDER ONES'
                MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 200UNLOADLEDGER THRU 200UNLOADLEDGER-EXIT.
           PERFORM 300UNLOADWAITLIST THRU 300UNLOADWAITLIST-EXIT.
           PERFORM 400LOGGENERATION.
       000MAINLINE-EXIT.
           STOP RUN.
      **********************************************************
                     ') AT ' C-RECKEY
           END-IF.
           PERFORM 800READCOURSEFILE.
      **********************************************************
      *   UNLOAD THE ENROLLMENT LEDGER TO ITS OWN GENERATION.  *
      *   A LEDGER THAT DOESN'T EXIST YET UNLOADS AS AN EMPTY  *
      *   GENERATION, SO EVERY NIGHT HAS A COMPLETE SET        *
      **********************************************************
       200UNLOADLEDGER.
           OPEN OUTPUT ENRBKFILE.
           IF WS-ENRBK-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN ' WS-ENRL-BACKUP-NAME
                     ' -- ' WS-ENRBK-FILE-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO 200UNLOADLEDGER-EXIT
           END-IF.
           OPEN INPUT ENROLLFILE.
           IF WS-ENRL-FILE-STATUS = '35'
                DISPLAY 'DASENRL DOES NOT EXIST -- EMPTY '
                     'GENERATION WRITTEN'
                CLOSE ENRBKFILE
                GO TO 200UNLOADLEDGER-EXIT
           END-IF.
           IF WS-ENRL-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASENRL -- '
                     WS-ENRL-FILE-STATUS
                CLOSE ENRBKFILE
                MOVE 8 TO RETURN-CODE
                GO TO 200UNLOADLEDGER-EXIT
           END-IF.
           MOVE 'N' TO EOF.
           PERFORM 810READENROLLFILE.
           PERFORM 210UNLOADONELEDGER
                UNTIL ENDOFDATA.
           CLOSE ENROLLFILE.
           CLOSE ENRBKFILE.
           DISPLAY 'LEDGER GENERATION WRITTEN:        '
                WS-ENRL-BACKUP-NAME.
           DISPLAY 'RECORDS READ FROM DASENRL:        '
                WS-ENRL-READ-COUNT.
           DISPLAY 'RECORDS WRITTEN TO BACKUP:        '
                WS-ENRL-WRITTEN-COUNT.
           IF WS-ENRL-READ-COUNT NOT = WS-ENRL-WRITTEN-COUNT
                DISPLAY 'COUNT MISMATCH -- LEDGER GENERATION IS '
                     'NOT TRUSTWORTHY, DO NOT AGE OFF OLDER ONES'
                MOVE 8 TO RETURN-CODE
           END-IF.
       200UNLOADLEDGER-EXIT.
           EXIT.
       210UNLOADONELEDGER.
           WRITE BKUP-ENROLLDATA FROM ENROLLDATA.
           IF WS-ENRBK-FILE-STATUS = '00'
                ADD 1 TO WS-ENRL-WRITTEN-COUNT
           ELSE
                DISPLAY 'WRITE FAILED (' WS-ENRBK-FILE-STATUS
                     ') AT ' E-RECKEY
           END-IF.
           PERFORM 810READENROLLFILE.
      **********************************************************
      *   UNLOAD THE WAITLISTS THE SAME WAY                    *
      **********************************************************
       300UNLOADWAITLIST.
           OPEN OUTPUT WATBKFILE.
           IF WS-WATBK-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN ' WS-WAIT-BACKUP-NAME
                     ' -- ' WS-WATBK-FILE-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO 300UNLOADWAITLIST-EXIT
           END-IF.
           OPEN INPUT WAITLFILE.
           IF WS-WAIT-FILE-STATUS = '35'
                DISPLAY 'DASWAIT DOES NOT EXIST -- EMPTY '
                     'GENERATION WRITTEN'
                CLOSE WATBKFILE
                GO TO 300UNLOADWAITLIST-EXIT
           END-IF.
           IF WS-WAIT-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASWAIT -- '
                     WS-WAIT-FILE-STATUS
                CLOSE WATBKFILE
                MOVE 8 TO RETURN-CODE
                GO TO 300UNLOADWAITLIST-EXIT
           END-IF.
           MOVE 'N' TO EOF.
           PERFORM 820READWAITLFILE.
           PERFORM 310UNLOADONEWAITER
                UNTIL ENDOFDATA.
           CLOSE WAITLFILE.
           CLOSE WATBKFILE.
           DISPLAY 'WAITLIST GENERATION WRITTEN:      '
                WS-WAIT-BACKUP-NAME.
           DISPLAY 'RECORDS READ FROM DASWAIT:        '
                WS-WAIT-READ-COUNT.
           DISPLAY 'RECORDS WRITTEN TO BACKUP:        '
                WS-WAIT-WRITTEN-COUNT.
           IF WS-WAIT-READ-COUNT NOT = WS-WAIT-WRITTEN-COUNT
                DISPLAY 'COUNT MISMATCH -- WAITLIST GENERATION IS '
                     'NOT TRUSTWORTHY, DO NOT AGE OFF OLDER ONES'
                MOVE 8 TO RETURN-CODE
           END-IF.
       300UNLOADWAITLIST-EXIT.
           EXIT.
       310UNLOADONEWAITER.
           WRITE BKUP-WAITLISTDATA FROM WAITLISTDATA.
           IF WS-WATBK-FILE-STATUS = '00'
                ADD 1 TO WS-WAIT-WRITTEN-COUNT
           ELSE
                DISPLAY 'WRITE FAILED (' WS-WATBK-FILE-STATUS
                     ') AT ' W-RECKEY
           END-IF.
           PERFORM 820READWAITLFILE.
      **********************************************************
      *   APPEND TONIGHT'S GENERATION TO CRSBKLOG -- THE FIRST *
      *   UNLOAD EVER CREATES IT, THE SAME WAY THE JOURNAL     *
      *   WRITERS CREATE CRSJRNL.  THE START TIME IS WHERE     *
      *   CRSRECV PICKS UP THE JOURNALS AFTER A RELOAD         *
      **********************************************************
       400LOGGENERATION.
           OPEN EXTEND BKLOGFILE.
           IF WS-BKLOG-FILE-STATUS = '35'
                CLOSE BKLOGFILE
                OPEN OUTPUT BKLOGFILE
                CLOSE BKLOGFILE
                OPEN EXTEND BKLOGFILE
           END-IF.
           MOVE SPACES                TO BKUPLOGDATA.
           MOVE WS-BACKUP-DATE        TO BL-DATE.
           MOVE WS-RUN-HHMMSS         TO BL-TIME.
           MOVE WS-WRITTEN-COUNT      TO BL-COURSE-COUNT.
           MOVE WS-ENRL-WRITTEN-COUNT TO BL-ENRL-COUNT.
           MOVE WS-WAIT-WRITTEN-COUNT TO BL-WAIT-COUNT.
           WRITE BKUPLOGDATA.
           CLOSE BKLOGFILE.
      *********************************************************
      *         READ THE DATA FILE                      ******
      *********************************************************
           IF NOT ENDOFDATA
                ADD 1 TO WS-READ-COUNT
           END-IF.
      *********************************************************
      *         READ THE ENROLLMENT LEDGER              ******
      *********************************************************
       810READENROLLFILE.
           READ ENROLLFILE
                   AT END MOVE 'Y' TO EOF.
           IF NOT ENDOFDATA
                ADD 1 TO WS-ENRL-READ-COUNT
           END-IF.
      *********************************************************
      *         READ THE WAITLIST FILE                  ******
      *********************************************************
       820READWAITLFILE.
           READ WAITLFILE
                   AT END MOVE 'Y' TO EOF.
           IF NOT ENDOFDATA
                ADD 1 TO WS-WAIT-READ-COUNT
           END-IF.
