       IDENTIFICATION DIVISION.
        PROGRAM-ID. CRSRECV.
        AUTHOR. Martin Funmaker.
      * POINT-IN-TIME RECOVERY OF DASCOURSE, DASENRL AND DASWAIT.
      * CRSRELD ONLY GETS THE COURSE FILE BACK TO LAST NIGHT'S
      * UNLOAD -- EVERYTHING KEYED OR POSTED SINCE IS LOST.
      * THIS RUN RELOADS ALL THREE FILES FROM ONE NIGHT'S
      * GENERATIONS (CRSBKUP/ENRBKUP/WATBKUP.YYYYMMDD OFF
      * CRSUNLD), THEN ROLLS THE JOURNALS FORWARD OVER THEM --
      * CRSJRNL FOR THE COURSE FILE, ENRJRNL FOR THE LEDGER AND
      * WAITLISTS -- IN DATE/TIME ORDER FROM THE MOMENT THE
      * UNLOAD STARTED (CRSBKLOG) UP TO AN OPTIONAL STOP POINT,
      * SO A BAD POSTING RUN CAN BE BACKED OUT BY RECOVERING TO
      * JUST BEFORE IT.  AFTER-IMAGES ARE APPLIED AND BEFORE-
      * IMAGES WITH NO AFTER-IMAGE ARE DELETED.  EVERY ENTRY
      * THAT DOESN'T FIT THE FILE AS REBUILT (AN ADD FOR A KEY
      * ALREADY THERE, AN UPDATE OR DELETE FOR A KEY THAT ISN'T)
      * GOES ON THE URSRECV REPORT WITH THE APPLIED COUNTS BY
      * ACTION CODE AND THE RECORD COUNTS THE FILES END WITH.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- RELOAD OF THE CHOSEN
      *        GENERATIONS, BOTH JOURNALS SORTED BY DATE AND
      *        TIME (ENTRIES WRITTEN IN THE SAME SECOND KEEP
      *        THEIR JOURNAL ORDER) AND REPLAYED IMAGE BY
      *        IMAGE, MISFITS REPORTED BUT STILL APPLIED SO
      *        THE FILES END AS THE JOURNAL SAYS THEY WERE,
      *        RETURN CODE 8 ON ANY MISFIT OR COUNT MISMATCH
      *        AND 16 WHEN THE PARM OR THE COURSE GENERATION
      *        IS MISSING.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CBKUPFILE ASSIGN TO WS-BACKUP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBKUP-FILE-STATUS.
           SELECT EBKUPFILE ASSIGN TO WS-ENRL-BACKUP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EBKUP-FILE-STATUS.
           SELECT WBKUPFILE ASSIGN TO WS-WAIT-BACKUP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WBKUP-FILE-STATUS.
           SELECT BKLOGFILE ASSIGN TO 'CRSBKLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKLOG-FILE-STATUS.
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
           SELECT WAITLFILE ASSIGN TO 'DASWAIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W-RECKEY
               FILE STATUS IS WS-WAIT-FILE-STATUS.
           SELECT JRNLFILE ASSIGN TO 'CRSJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT LJRNFILE ASSIGN TO 'ENRJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LJRN-FILE-STATUS.
           SELECT SRTCJRN ASSIGN TO 'SRTCJRN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO 'SRTWK01'.
           SELECT SRTLJRN ASSIGN TO 'SRTLJRN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTWORK2 ASSIGN TO 'SRTWK02'.
           SELECT RPTFILE ASSIGN TO 'URSRECV'
               ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  CBKUPFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BKUP-COURSEDATA         PIC X(102).
        FD  EBKUPFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BKUP-ENROLLDATA         PIC X(59).
        FD  WBKUPFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BKUP-WAITLISTDATA       PIC X(64).
        FD  BKLOGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY BKLGLAYT.
        FD  COURSEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSLAYT.
        FD  ENROLLFILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRLAYT.
        FD  WAITLFILE
           LABEL RECORDS ARE STANDARD.
           COPY WAITLAYT.
        FD  JRNLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JRNLAYT.
        FD  LJRNFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY LJRNLAYT.
      ******************************************************
      *   SRTCJRN AND SRTLJRN ARE THE TWO JOURNALS SORTED
      *   INTO DATE/TIME ORDER.  CRSPOST STAMPS EVERY ENTRY
      *   OF A RUN WITH THE RUN'S START TIME, SO THE SORTS
      *   KEEP DUPLICATE STAMPS IN JOURNAL ORDER -- A BEFORE-
      *   IMAGE MUST STILL COME OFF AHEAD OF ITS AFTER-IMAGE
      ******************************************************
        FD  SRTCJRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JRNLAYT REPLACING ==JRNLDATA== BY ==SORTED-JRNLDATA==
                LEADING ==CJ-== BY ==RCJ-==.
        SD  SORTWORK.
           COPY JRNLAYT REPLACING ==JRNLDATA== BY ==SORT-REC==
                LEADING ==CJ-== BY ==SCJ-==.
        FD  SRTLJRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY LJRNLAYT REPLACING ==LJRNLDATA== BY ==SORTED-LJRNLDATA==
                LEADING ==LJ-== BY ==RLJ-==.
        SD  SORTWORK2.
           COPY LJRNLAYT REPLACING ==LJRNLDATA== BY ==SORT-REC2==
                LEADING ==LJ-== BY ==SLJ-==.
        FD  RPTFILE
           LABEL RECORDS ARE STANDARD.
       01  RPTREC              PIC X(132).

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-FILE-STATUS       PIC XX  VALUE '00'.
           03  WS-ENRL-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-WAIT-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-CBKUP-FILE-STATUS PIC XX  VALUE '00'.
           03  WS-EBKUP-FILE-STATUS PIC XX  VALUE '00'.
           03  WS-WBKUP-FILE-STATUS PIC XX  VALUE '00'.
           03  WS-BKLOG-FILE-STATUS PIC XX  VALUE '00'.
           03  WS-JRNL-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-LJRN-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-IO-STATUS         PIC XX  VALUE '00'.
           03  EOF                  PIC X   VALUE 'N'.
                 88 ENDOFDATA               VALUE 'Y'.
           03  WS-LOG-FOUND         PIC X   VALUE 'N'.
                 88 LOG-ENTRY-FOUND         VALUE 'Y'.
           03  WS-LEDGER-SW         PIC X   VALUE 'N'.
                 88 LEDGER-RELOADED         VALUE 'Y'.
           03  WS-PENDING-SW        PIC X   VALUE 'N'.
                 88 BEFORE-PENDING          VALUE 'Y'.
           03  WS-TARGET-SW         PIC X   VALUE 'N'.
                 88 TARGET-FOUND            VALUE 'Y'.
           03  WS-IO-SW             PIC X   VALUE 'Y'.
                 88 IO-OK                   VALUE 'Y'.
           03  WS-WARNING-SW        PIC X   VALUE 'N'.
                 88 RUN-WARNING             VALUE 'Y'.
      **********************************************************
      *   RUN-TIME PARAMETER CARD:                             *
      *     1-8   GENERATION DATE YYYYMMDD TO RELOAD (REQUIRED)*
      *     10-17 STOP DATE YYYYMMDD -- JOURNAL ENTRIES AFTER  *
      *           THE STOP POINT ARE LEFT OFF                  *
      *           (BLANK = ROLL THE WHOLE JOURNAL FORWARD)     *
      *     19-24 STOP TIME HHMMSS (BLANK = 235959)            *
      **********************************************************
       01  WS-PARM-LINE.
           03 WS-PARM-GEN-DATE     PIC X(8).
           03 FILLER               PIC X.
           03 WS-PARM-STOP-DATE    PIC X(8).
           03 FILLER               PIC X.
           03 WS-PARM-STOP-TIME    PIC X(6).
           03 FILLER               PIC X(16).
      **********************************************************
      *   THE THREE GENERATION NAMES, BUILT FROM THE PARM DATE *
      *   THE SAME WAY CRSUNLD BUILDS THEM                     *
      **********************************************************
       01  WS-BACKUP-NAME.
           03 FILLER               PIC X(8)  VALUE 'CRSBKUP.'.
           03 WS-BACKUP-DATE       PIC 9(8).
       01  WS-ENRL-BACKUP-NAME.
           03 FILLER               PIC X(8)  VALUE 'ENRBKUP.'.
           03 WS-ENRL-BACKUP-DATE  PIC 9(8).
       01  WS-WAIT-BACKUP-NAME.
           03 FILLER               PIC X(8)  VALUE 'WATBKUP.'.
           03 WS-WAIT-BACKUP-DATE  PIC 9(8).
      **********************************************************
      *   THE WINDOW OF JOURNAL ENTRIES TO REPLAY -- FROM THE  *
      *   UNLOAD'S START TIME (AN ENTRY IN THE SAME SECOND IS  *
      *   REPLAYED, SINCE THE GENERATION MAY NOT HOLD IT) UP   *
      *   TO AND INCLUDING THE STOP POINT                      *
      **********************************************************
       01  WS-FROM-STAMP.
           03 WS-FROM-DATE         PIC 9(8)  VALUE 0.
           03 WS-FROM-TIME         PIC 9(6)  VALUE 0.
       01  WS-STOP-STAMP.
           03 WS-STOP-DATE         PIC 9(8)  VALUE 99999999.
           03 WS-STOP-TIME         PIC 9(6)  VALUE 999999.
      **********************************************************
      *   THE GENERATION'S RECORD COUNTS AS CRSUNLD LOGGED     *
      *   THEM, TO PROVE THE RELOAD TOOK ALL OF IT             *
      **********************************************************
        77  WS-LOG-COURSE-COUNT     PIC 9(7) COMP VALUE 0.
        77  WS-LOG-ENRL-COUNT       PIC 9(7) COMP VALUE 0.
        77  WS-LOG-WAIT-COUNT       PIC 9(7) COMP VALUE 0.
      **********************************************************
      *   ONE JOURNAL ENTRY, FROM EITHER JOURNAL, IN A COMMON  *
      *   SHAPE -- WJ-FILE SAYS WHICH FILE THE IMAGE BELONGS   *
      *   TO.  A BEFORE-IMAGE IS HELD IN WS-PENDING-BEFORE     *
      *   UNTIL THE NEXT ENTRY SHOWS WHETHER AN AFTER-IMAGE    *
      *   FOLLOWS IT (AN UPDATE) OR NOT (A DELETE)             *
      **********************************************************
       01  WS-ENTRY.
           03 WJ-STAMP.
                05 WJ-DATE         PIC 9(8).
                05 WJ-TIME         PIC 9(6).
           03 WJ-FILE              PIC X.
           03 WJ-ACTION            PIC X.
           03 WJ-IMAGE-TYPE        PIC X.
           03 WJ-IMAGE             PIC X(102).
       01  WS-PENDING-BEFORE.
           03 PB-STAMP.
                05 PB-DATE         PIC 9(8).
                05 PB-TIME         PIC 9(6).
           03 PB-FILE              PIC X.
           03 PB-ACTION            PIC X.
           03 PB-IMAGE-TYPE        PIC X.
           03 PB-IMAGE             PIC X(102).
      **********************************************************
      *   THE CHANGE BEING APPLIED -- WHICH FILE, ITS KEY AND  *
      *   RECORD LENGTHS, AND THE BEFORE/AFTER IMAGES          *
      **********************************************************
       01  WS-TARGET.
           03 TG-FILE              PIC X.
                 88 TG-COURSE               VALUE 'C'.
                 88 TG-ENROLL               VALUE 'E'.
                 88 TG-WAIT                 VALUE 'W'.
           03 TG-STAMP.
                05 TG-DATE         PIC 9(8).
                05 TG-TIME         PIC 9(6).
           03 TG-ACTION            PIC X.
           03 TG-KEY               PIC X(41).
           03 TG-BEFORE            PIC X(102).
           03 TG-AFTER             PIC X(102).
        77  TG-KEY-LEN              PIC 9(3) COMP VALUE 0.
        77  TG-REC-LEN              PIC 9(3) COMP VALUE 0.
        77  WS-CURRENT-IMAGE        PIC X(102) VALUE SPACES.
      **********************************************************
      *   RECORDS APPLIED, BY FILE AND JOURNAL ACTION CODE     *
      **********************************************************
       01 APPLIED-TABLE.
           03 AP-ENTRY OCCURS 50 TIMES.
                05 AP-FILE          PIC X.
                05 AP-ACTION        PIC X.
                05 AP-COUNT         PIC 9(7) COMP.
        77 AP-COUNT-USED         PIC 9(3) COMP VALUE 0.
        77 AP-I                  PIC 9(3) COMP VALUE 0.
        77 AP-FOUND-SUB          PIC 9(3) COMP VALUE 0.
        77  WS-CBKUP-READ           PIC 9(7) COMP VALUE 0.
        77  WS-COURSE-LOADED        PIC 9(7) COMP VALUE 0.
        77  WS-EBKUP-READ           PIC 9(7) COMP VALUE 0.
        77  WS-ENRL-LOADED          PIC 9(7) COMP VALUE 0.
        77  WS-WBKUP-READ           PIC 9(7) COMP VALUE 0.
        77  WS-WAIT-LOADED          PIC 9(7) COMP VALUE 0.
        77  WS-RELOAD-REJECTS       PIC 9(7) COMP VALUE 0.
        77  WS-JOURNAL-READ         PIC 9(7) COMP VALUE 0.
        77  WS-BEFORE-GEN-COUNT     PIC 9(7) COMP VALUE 0.
        77  WS-AFTER-STOP-COUNT     PIC 9(7) COMP VALUE 0.
        77  WS-ALREADY-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-MISFIT-COUNT         PIC 9(7) COMP VALUE 0.
        77  WS-IO-ERROR-COUNT       PIC 9(7) COMP VALUE 0.
        77  WS-MISMATCH-COUNT       PIC 9(7) COMP VALUE 0.
        77  WS-COURSE-END-COUNT     PIC 9(7) COMP VALUE 0.
        77  WS-ENRL-END-COUNT       PIC 9(7) COMP VALUE 0.
        77  WS-WAIT-END-COUNT       PIC 9(7) COMP VALUE 0.
      ********************************************************
      *     DESCRIPTION OF RECOVERY REPORT                 ***
      ********************************************************
       01 RPT-HEADING1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(29)       VALUE
                 'POINT-IN-TIME RECOVERY REPORT'.
       01 RPT-HEADING2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(24)       VALUE
                 'GENERATION RELOADED     '.
           03 RH-GENERATION     PIC 9(8).
           03 FILLER            PIC X(9)        VALUE
                 '  UNLOAD '.
           03 RH-FROM-TIME      PIC 9(6).
       01 RPT-HEADING3.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(24)       VALUE
                 'JOURNALS ROLLED TO      '.
           03 RH-STOP-DATE      PIC 9(8).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RH-STOP-TIME      PIC 9(6).
       01 RPT-HEADING4.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(11)       VALUE   'FILE'.
           03 FILLER            PIC X(17)       VALUE
                 'JOURNALED'.
           03 FILLER            PIC X(4)        VALUE   'ACT'.
           03 FILLER            PIC X(43)       VALUE   'KEY'.
           03 FILLER            PIC X(6)        VALUE   'MISFIT'.
       01 MISFITDATA.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 MF-FILE           PIC X(9).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 MF-DATE           PIC 9(8).
           03 FILLER            PIC X           VALUE   SPACES.
           03 MF-TIME           PIC 9(6).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 MF-ACTION         PIC X.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 MF-KEY            PIC X(41).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 MF-REASON         PIC X(32).
       01 APPLIED-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 AL-FILE           PIC X(9).
           03 FILLER            PIC X(8)        VALUE
                 '  ACTION'.
           03 FILLER            PIC X           VALUE   SPACES.
           03 AL-ACTION         PIC X.
           03 FILLER            PIC X(5)        VALUE
                 '     '.
           03 AL-COUNT          PIC ZZZZZZ9.
       01 TOTAL-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 TL-LABEL          PIC X(24).
           03 TL-COUNT          PIC ZZZZZZ9.
       01 RPT-CLEAN-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(44)       VALUE
                 'EVERY JOURNAL ENTRY FIT THE REBUILT FILES   '.

        PROCEDURE DIVISION.
       000MAINLINE.
           PERFORM 050EDITPARM THRU 050EDITPARM-EXIT.
           IF RETURN-CODE NOT = 0
                GO TO 000MAINLINE-EXIT
           END-IF.
           PERFORM 100READBKLOG THRU 100READBKLOG-EXIT.
           PERFORM 200RELOADCOURSE THRU 200RELOADCOURSE-EXIT.
           IF RETURN-CODE NOT = 0
                GO TO 000MAINLINE-EXIT
           END-IF.
           PERFORM 220RELOADLEDGER THRU 220RELOADLEDGER-EXIT.
           OPEN OUTPUT RPTFILE.
           PERFORM 700RPTHEADINGS.
           PERFORM 300ROLLCOURSE THRU 300ROLLCOURSE-EXIT.
           IF LEDGER-RELOADED
                PERFORM 350ROLLLEDGER THRU 350ROLLLEDGER-EXIT
           END-IF.
           PERFORM 600COUNTFILES.
           PERFORM 710RPTTOTALS.
           CLOSE RPTFILE.
           DISPLAY 'GENERATION RELOADED:       ' WS-BACKUP-DATE.
           DISPLAY 'JOURNAL ENTRIES READ:      ' WS-JOURNAL-READ.
           DISPLAY 'ENTRIES PAST STOP POINT:   ' WS-AFTER-STOP-COUNT.
           DISPLAY 'MISFITS:                   ' WS-MISFIT-COUNT.
           DISPLAY 'DASCOURSE RECORDS AT END:  '
                WS-COURSE-END-COUNT.
           DISPLAY 'DASENRL RECORDS AT END:    ' WS-ENRL-END-COUNT.
           DISPLAY 'DASWAIT RECORDS AT END:    ' WS-WAIT-END-COUNT.
           IF WS-MISFIT-COUNT > 0 OR WS-IO-ERROR-COUNT > 0
              OR WS-MISMATCH-COUNT > 0
                DISPLAY 'RECOVERY DID NOT FIT CLEANLY -- SEE URSRECV'
                MOVE 8 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           IF RUN-WARNING
                MOVE 4 TO RETURN-CODE
           END-IF.
       000MAINLINE-EXIT.
           STOP RUN.
      **********************************************************
      *   EDIT THE PARM -- THE GENERATION DATE IS REQUIRED,    *
      *   THE STOP POINT DEFAULTS TO THE END OF THE JOURNALS   *
      **********************************************************
       050EDITPARM.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-GEN-DATE NOT NUMERIC
                DISPLAY 'GENERATION DATE YYYYMMDD REQUIRED, E.G. '
                     '20260821 -- NOTHING RECOVERED'
                MOVE 16 TO RETURN-CODE
                GO TO 050EDITPARM-EXIT
           END-IF.
           MOVE WS-PARM-GEN-DATE TO WS-BACKUP-DATE.
           MOVE WS-PARM-GEN-DATE TO WS-ENRL-BACKUP-DATE.
           MOVE WS-PARM-GEN-DATE TO WS-WAIT-BACKUP-DATE.
           IF WS-PARM-STOP-DATE = SPACES
                GO TO 050EDITPARM-EXIT
           END-IF.
           IF WS-PARM-STOP-DATE NOT NUMERIC
                DISPLAY 'STOP DATE MUST BE YYYYMMDD -- '
                     WS-PARM-STOP-DATE ' -- NOTHING RECOVERED'
                MOVE 16 TO RETURN-CODE
                GO TO 050EDITPARM-EXIT
           END-IF.
           MOVE WS-PARM-STOP-DATE TO WS-STOP-DATE.
           IF WS-PARM-STOP-TIME = SPACES
                MOVE 235959 TO WS-STOP-TIME
                GO TO 050EDITPARM-EXIT
           END-IF.
           IF WS-PARM-STOP-TIME NOT NUMERIC
                DISPLAY 'STOP TIME MUST BE HHMMSS -- '
                     WS-PARM-STOP-TIME ' -- NOTHING RECOVERED'
                MOVE 16 TO RETURN-CODE
                GO TO 050EDITPARM-EXIT
           END-IF.
           MOVE WS-PARM-STOP-TIME TO WS-STOP-TIME.
       050EDITPARM-EXIT.
           EXIT.
      **********************************************************
      *   FIND THE GENERATION IN CRSBKLOG -- THE LAST ENTRY    *
      *   FOR THE DATE WINS, IN CASE THE UNLOAD WAS RERUN.     *
      *   WITH NO ENTRY THE JOURNALS ARE REPLAYED FROM THE     *
      *   START OF THE GENERATION'S DAY, WHICH ONLY COSTS      *
      *   MISFITS FOR WORK THE GENERATION ALREADY HOLDS        *
      **********************************************************
       100READBKLOG.
           MOVE WS-BACKUP-DATE TO WS-FROM-DATE.
           MOVE 0 TO WS-FROM-TIME.
           OPEN INPUT BKLOGFILE.
           IF WS-BKLOG-FILE-STATUS NOT = '00'
                DISPLAY 'CRSBKLOG NOT AVAILABLE (' WS-BKLOG-FILE-STATUS
                     ') -- ROLLING FORWARD FROM START OF DAY'
                MOVE 'Y' TO WS-WARNING-SW
                GO TO 100READBKLOG-EXIT
           END-IF.
           MOVE 'N' TO EOF.
           PERFORM 850READBKLOG.
           PERFORM 110CHECKLOGENTRY
                UNTIL ENDOFDATA.
           CLOSE BKLOGFILE.
           IF NOT LOG-ENTRY-FOUND
                DISPLAY 'NO CRSBKLOG ENTRY FOR ' WS-BACKUP-DATE
                     ' -- ROLLING FORWARD FROM START OF DAY'
                MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       100READBKLOG-EXIT.
           EXIT.
       110CHECKLOGENTRY.
           IF BL-DATE = WS-BACKUP-DATE
                MOVE 'Y'             TO WS-LOG-FOUND
                MOVE BL-TIME         TO WS-FROM-TIME
                MOVE BL-COURSE-COUNT TO WS-LOG-COURSE-COUNT
                MOVE BL-ENRL-COUNT   TO WS-LOG-ENRL-COUNT
                MOVE BL-WAIT-COUNT   TO WS-LOG-WAIT-COUNT
           END-IF.
           PERFORM 850READBKLOG.
      **********************************************************
      *   RELOAD DASCOURSE FROM ITS GENERATION.  WITHOUT THE   *
      *   COURSE GENERATION THE RUN ENDS BEFORE ANY FILE IS    *
      *   TOUCHED                                              *
      **********************************************************
       200RELOADCOURSE.
           IF WS-STOP-STAMP < WS-FROM-STAMP
                DISPLAY 'STOP POINT IS BEFORE THE GENERATION WAS '
                     'TAKEN -- NOTHING RECOVERED'
                MOVE 16 TO RETURN-CODE
                GO TO 200RELOADCOURSE-EXIT
           END-IF.
           OPEN INPUT CBKUPFILE.
           IF WS-CBKUP-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN ' WS-BACKUP-NAME ' -- '
                     WS-CBKUP-FILE-STATUS ' -- NOTHING RECOVERED'
                MOVE 16 TO RETURN-CODE
                GO TO 200RELOADCOURSE-EXIT
           END-IF.
           OPEN OUTPUT COURSEFILE.
           IF WS-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO REBUILD DASCOURSE -- '
                     WS-FILE-STATUS
                CLOSE CBKUPFILE
                MOVE 16 TO RETURN-CODE
                GO TO 200RELOADCOURSE-EXIT
           END-IF.
           MOVE 'N' TO EOF.
           PERFORM 800READCBKUP.
           PERFORM 210RELOADONECOURSE
                UNTIL ENDOFDATA.
           CLOSE CBKUPFILE
                COURSEFILE.
           DISPLAY 'DASCOURSE RELOADED FROM    ' WS-BACKUP-NAME
                WS-COURSE-LOADED.
           IF WS-COURSE-LOADED NOT = WS-CBKUP-READ
                DISPLAY 'DASCOURSE RELOAD COUNT MISMATCH -- READ '
                     WS-CBKUP-READ
                ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
           IF LOG-ENTRY-FOUND
              AND WS-CBKUP-READ NOT = WS-LOG-COURSE-COUNT
                DISPLAY 'COURSE GENERATION HOLDS ' WS-CBKUP-READ
                     ' RECORDS, CRSBKLOG SAYS ' WS-LOG-COURSE-COUNT
                ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
       200RELOADCOURSE-EXIT.
           EXIT.
       210RELOADONECOURSE.
           MOVE BKUP-COURSEDATA TO COURSEDATA.
           WRITE COURSEDATA
                INVALID KEY
                     DISPLAY 'REJECTED (' WS-FILE-STATUS ') '
                          C-RECKEY
                     ADD 1 TO WS-RELOAD-REJECTS
                NOT INVALID KEY
                     ADD 1 TO WS-COURSE-LOADED
           END-WRITE.
           PERFORM 800READCBKUP.
      **********************************************************
      *   RELOAD DASENRL AND DASWAIT FROM THEIR GENERATIONS.   *
      *   THEY GO BACK AS A PAIR OR NOT AT ALL -- A LEDGER     *
      *   FROM ONE NIGHT WITH WAITLISTS FROM ANOTHER WOULD     *
      *   PROMOTE THE WRONG STUDENTS -- AND WITHOUT THEM THE   *
      *   LIVE FILES ARE LEFT ALONE AND ENRJRNL ISN'T REPLAYED *
      **********************************************************
       220RELOADLEDGER.
           OPEN INPUT EBKUPFILE.
           IF WS-EBKUP-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN ' WS-ENRL-BACKUP-NAME ' -- '
                     WS-EBKUP-FILE-STATUS
                     ' -- DASENRL AND DASWAIT NOT RECOVERED'
                MOVE 'Y' TO WS-WARNING-SW
                GO TO 220RELOADLEDGER-EXIT
           END-IF.
           OPEN INPUT WBKUPFILE.
           IF WS-WBKUP-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN ' WS-WAIT-BACKUP-NAME ' -- '
                     WS-WBKUP-FILE-STATUS
                     ' -- DASENRL AND DASWAIT NOT RECOVERED'
                CLOSE EBKUPFILE
                MOVE 'Y' TO WS-WARNING-SW
                GO TO 220RELOADLEDGER-EXIT
           END-IF.
           OPEN OUTPUT ENROLLFILE.
           OPEN OUTPUT WAITLFILE.
           IF WS-ENRL-FILE-STATUS NOT = '00'
              OR WS-WAIT-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO REBUILD DASENRL/DASWAIT -- '
                     WS-ENRL-FILE-STATUS '/' WS-WAIT-FILE-STATUS
                CLOSE EBKUPFILE
                     WBKUPFILE
                     ENROLLFILE
                     WAITLFILE
                ADD 1 TO WS-MISMATCH-COUNT
                GO TO 220RELOADLEDGER-EXIT
           END-IF.
           MOVE 'Y' TO WS-LEDGER-SW.
           MOVE 'N' TO EOF.
           PERFORM 810READEBKUP.
           PERFORM 230RELOADONEENRL
                UNTIL ENDOFDATA.
           MOVE 'N' TO EOF.
           PERFORM 820READWBKUP.
           PERFORM 240RELOADONEWAIT
                UNTIL ENDOFDATA.
           CLOSE EBKUPFILE
                WBKUPFILE
                ENROLLFILE
                WAITLFILE.
           DISPLAY 'DASENRL RELOADED FROM      ' WS-ENRL-BACKUP-NAME
                WS-ENRL-LOADED.
           DISPLAY 'DASWAIT RELOADED FROM      ' WS-WAIT-BACKUP-NAME
                WS-WAIT-LOADED.
           IF WS-ENRL-LOADED NOT = WS-EBKUP-READ
              OR WS-WAIT-LOADED NOT = WS-WBKUP-READ
                DISPLAY 'LEDGER RELOAD COUNT MISMATCH -- READ '
                     WS-EBKUP-READ '/' WS-WBKUP-READ
                ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
           IF LOG-ENTRY-FOUND
              AND (WS-EBKUP-READ NOT = WS-LOG-ENRL-COUNT
                OR WS-WBKUP-READ NOT = WS-LOG-WAIT-COUNT)
                DISPLAY 'LEDGER GENERATIONS HOLD ' WS-EBKUP-READ '/'
                     WS-WBKUP-READ ' RECORDS, CRSBKLOG SAYS '
                     WS-LOG-ENRL-COUNT '/' WS-LOG-WAIT-COUNT
                ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
       220RELOADLEDGER-EXIT.
           EXIT.
       230RELOADONEENRL.
           MOVE BKUP-ENROLLDATA TO ENROLLDATA.
           WRITE ENROLLDATA
                INVALID KEY
                     DISPLAY 'REJECTED (' WS-ENRL-FILE-STATUS ') '
                          E-RECKEY
                     ADD 1 TO WS-RELOAD-REJECTS
                NOT INVALID KEY
                     ADD 1 TO WS-ENRL-LOADED
           END-WRITE.
           PERFORM 810READEBKUP.
       240RELOADONEWAIT.
           MOVE BKUP-WAITLISTDATA TO WAITLISTDATA.
           WRITE WAITLISTDATA
                INVALID KEY
                     DISPLAY 'REJECTED (' WS-WAIT-FILE-STATUS ') '
                          W-RECKEY
                     ADD 1 TO WS-RELOAD-REJECTS
                NOT INVALID KEY
                     ADD 1 TO WS-WAIT-LOADED
           END-WRITE.
           PERFORM 820READWBKUP.
      **********************************************************
      *   ROLL CRSJRNL FORWARD OVER THE RELOADED COURSE FILE.  *
      *   NO JOURNAL MEANS NOTHING WAS CHANGED SINCE           *
      **********************************************************
       300ROLLCOURSE.
           OPEN INPUT JRNLFILE.
           IF WS-JRNL-FILE-STATUS = '35'
                DISPLAY 'CRSJRNL NOT FOUND -- DASCOURSE LEFT AS '
                     'RELOADED'
                GO TO 300ROLLCOURSE-EXIT
           END-IF.
           IF WS-JRNL-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN CRSJRNL -- '
                     WS-JRNL-FILE-STATUS ' -- DASCOURSE NOT ROLLED'
                ADD 1 TO WS-IO-ERROR-COUNT
                GO TO 300ROLLCOURSE-EXIT
           END-IF.
           CLOSE JRNLFILE.
           SORT SORTWORK
                ON ASCENDING KEY SCJ-DATE SCJ-TIME
                WITH DUPLICATES IN ORDER
                USING JRNLFILE
                GIVING SRTCJRN.
           OPEN I-O COURSEFILE.
           IF WS-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASCOURSE -- '
                     WS-FILE-STATUS ' -- DASCOURSE NOT ROLLED'
                ADD 1 TO WS-IO-ERROR-COUNT
                GO TO 300ROLLCOURSE-EXIT
           END-IF.
           OPEN INPUT SRTCJRN.
           MOVE 'N' TO EOF.
           MOVE 'N' TO WS-PENDING-SW.
           PERFORM 830READSRTCJRN.
           PERFORM 310NEXTCOURSEENTRY
                UNTIL ENDOFDATA.
           PERFORM 420FLUSHPENDING THRU 420FLUSHPENDING-EXIT.
           CLOSE SRTCJRN
                COURSEFILE.
       300ROLLCOURSE-EXIT.
           EXIT.
       310NEXTCOURSEENTRY.
           MOVE RCJ-DATE       TO WJ-DATE.
           MOVE RCJ-TIME       TO WJ-TIME.
           MOVE 'C'            TO WJ-FILE.
           MOVE RCJ-ACTION     TO WJ-ACTION.
           MOVE RCJ-IMAGE-TYPE TO WJ-IMAGE-TYPE.
           MOVE RCJ-IMAGE      TO WJ-IMAGE.
           PERFORM 400APPLYENTRY THRU 400APPLYENTRY-EXIT.
           PERFORM 830READSRTCJRN.
      **********************************************************
      *   ROLL ENRJRNL FORWARD OVER THE RELOADED LEDGER AND    *
      *   WAITLISTS.  THE TWO FILES SHARE ONE JOURNAL, SO ONE  *
      *   PASS CARRIES BOTH -- THE ORDER BETWEEN THEM AND THE  *
      *   COURSE FILE DOESN'T MATTER, ONLY THE ORDER WITHIN    *
      *   EACH FILE                                            *
      **********************************************************
       350ROLLLEDGER.
           OPEN INPUT LJRNFILE.
           IF WS-LJRN-FILE-STATUS = '35'
                DISPLAY 'ENRJRNL NOT FOUND -- DASENRL AND DASWAIT '
                     'LEFT AS RELOADED'
                GO TO 350ROLLLEDGER-EXIT
           END-IF.
           IF WS-LJRN-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN ENRJRNL -- '
                     WS-LJRN-FILE-STATUS ' -- LEDGER NOT ROLLED'
                ADD 1 TO WS-IO-ERROR-COUNT
                GO TO 350ROLLLEDGER-EXIT
           END-IF.
           CLOSE LJRNFILE.
           SORT SORTWORK2
                ON ASCENDING KEY SLJ-DATE SLJ-TIME
                WITH DUPLICATES IN ORDER
                USING LJRNFILE
                GIVING SRTLJRN.
           OPEN I-O ENROLLFILE.
           OPEN I-O WAITLFILE.
           IF WS-ENRL-FILE-STATUS NOT = '00'
              OR WS-WAIT-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASENRL/DASWAIT -- '
                     WS-ENRL-FILE-STATUS '/' WS-WAIT-FILE-STATUS
                     ' -- LEDGER NOT ROLLED'
                CLOSE ENROLLFILE
                     WAITLFILE
                ADD 1 TO WS-IO-ERROR-COUNT
                GO TO 350ROLLLEDGER-EXIT
           END-IF.
           OPEN INPUT SRTLJRN.
           MOVE 'N' TO EOF.
           MOVE 'N' TO WS-PENDING-SW.
           PERFORM 840READSRTLJRN.
           PERFORM 360NEXTLEDGERENTRY
                UNTIL ENDOFDATA.
           PERFORM 420FLUSHPENDING THRU 420FLUSHPENDING-EXIT.
           CLOSE SRTLJRN
                ENROLLFILE
                WAITLFILE.
       350ROLLLEDGER-EXIT.
           EXIT.
       360NEXTLEDGERENTRY.
           MOVE RLJ-DATE       TO WJ-DATE.
           MOVE RLJ-TIME       TO WJ-TIME.
           MOVE RLJ-FILE       TO WJ-FILE.
           MOVE RLJ-ACTION     TO WJ-ACTION.
           MOVE RLJ-IMAGE-TYPE TO WJ-IMAGE-TYPE.
           MOVE RLJ-IMAGE      TO WJ-IMAGE.
           PERFORM 400APPLYENTRY THRU 400APPLYENTRY-EXIT.
           PERFORM 840READSRTLJRN.
      **********************************************************
      *   APPLY ONE JOURNAL ENTRY.  EVERY WRITER JOURNALS AN   *
      *   ADD AS A LONE AFTER-IMAGE, A DELETE AS A LONE        *
      *   BEFORE-IMAGE, AND ANY CHANGE TO AN EXISTING RECORD   *
      *   AS A BEFORE-IMAGE FOLLOWED BY ITS AFTER-IMAGE UNDER  *
      *   THE SAME ACTION, STAMP AND KEY -- SO THE IMAGES, NOT *
      *   THE ACTION CODE, SAY WHAT TO DO TO THE FILE          *
      **********************************************************
       400APPLYENTRY.
           ADD 1 TO WS-JOURNAL-READ.
           IF WJ-STAMP < WS-FROM-STAMP
                ADD 1 TO WS-BEFORE-GEN-COUNT
                GO TO 400APPLYENTRY-EXIT
           END-IF.
           IF WJ-STAMP > WS-STOP-STAMP
                ADD 1 TO WS-AFTER-STOP-COUNT
                GO TO 400APPLYENTRY-EXIT
           END-IF.
           IF NOT BEFORE-PENDING
                GO TO 400APPLYENTRY-NEW
           END-IF.
           MOVE WJ-FILE TO TG-FILE.
           PERFORM 440SETTARGETSHAPE.
           IF WJ-IMAGE-TYPE = 'A'
              AND WJ-FILE = PB-FILE
              AND WJ-ACTION = PB-ACTION
              AND WJ-STAMP = PB-STAMP
              AND WJ-IMAGE (1:TG-KEY-LEN) = PB-IMAGE (1:TG-KEY-LEN)
                MOVE PB-IMAGE TO TG-BEFORE
                MOVE WJ-IMAGE TO TG-AFTER
                MOVE WJ-STAMP TO TG-STAMP
                MOVE WJ-ACTION TO TG-ACTION
                MOVE 'N' TO WS-PENDING-SW
                PERFORM 410APPLYUPDATE THRU 410APPLYUPDATE-EXIT
                GO TO 400APPLYENTRY-EXIT
           END-IF.
           PERFORM 420FLUSHPENDING THRU 420FLUSHPENDING-EXIT.
       400APPLYENTRY-NEW.
           IF WJ-IMAGE-TYPE = 'B'
                MOVE WS-ENTRY TO WS-PENDING-BEFORE
                MOVE 'Y' TO WS-PENDING-SW
                GO TO 400APPLYENTRY-EXIT
           END-IF.
           MOVE WJ-FILE   TO TG-FILE.
           MOVE WJ-STAMP  TO TG-STAMP.
           MOVE WJ-ACTION TO TG-ACTION.
           MOVE SPACES    TO TG-BEFORE.
           MOVE WJ-IMAGE  TO TG-AFTER.
           PERFORM 405APPLYADD THRU 405APPLYADD-EXIT.
       400APPLYENTRY-EXIT.
           EXIT.
      **********************************************************
      *   A LONE AFTER-IMAGE ADDS THE RECORD.  WHEN THE KEY IS *
      *   ALREADY THERE HOLDING THE SAME IMAGE THE GENERATION  *
      *   ALREADY HAD IT; ANYTHING ELSE IS A MISFIT, AND THE   *
      *   AFTER-IMAGE REPLACES WHAT'S THERE                    *
      **********************************************************
       405APPLYADD.
           PERFORM 440SETTARGETSHAPE.
           MOVE TG-AFTER (1:TG-KEY-LEN) TO TG-KEY.
           PERFORM 500READTARGET.
           IF NOT TARGET-FOUND
                PERFORM 510WRITETARGET
                PERFORM 450TALLYRESULT THRU 450TALLYRESULT-EXIT
                GO TO 405APPLYADD-EXIT
           END-IF.
           IF WS-CURRENT-IMAGE (1:TG-REC-LEN) =
                TG-AFTER (1:TG-REC-LEN)
                ADD 1 TO WS-ALREADY-COUNT
                GO TO 405APPLYADD-EXIT
           END-IF.
           MOVE 'ADD FOR KEY ALREADY ON FILE' TO MF-REASON.
           PERFORM 460WRITEMISFIT.
           PERFORM 520REWRITETARGET.
           PERFORM 450TALLYRESULT THRU 450TALLYRESULT-EXIT.
       405APPLYADD-EXIT.
           EXIT.
      **********************************************************
      *   A BEFORE/AFTER PAIR REWRITES THE RECORD.  A MISSING  *
      *   KEY OR A RECORD THAT NO LONGER MATCHES THE BEFORE-   *
      *   IMAGE IS A MISFIT, AND THE AFTER-IMAGE IS PUT IN     *
      *   EITHER WAY                                           *
      **********************************************************
       410APPLYUPDATE.
           PERFORM 440SETTARGETSHAPE.
           MOVE TG-AFTER (1:TG-KEY-LEN) TO TG-KEY.
           PERFORM 500READTARGET.
           IF NOT TARGET-FOUND
                MOVE 'UPDATE FOR KEY NOT ON FILE' TO MF-REASON
                PERFORM 460WRITEMISFIT
                PERFORM 510WRITETARGET
                PERFORM 450TALLYRESULT THRU 450TALLYRESULT-EXIT
                GO TO 410APPLYUPDATE-EXIT
           END-IF.
           IF WS-CURRENT-IMAGE (1:TG-REC-LEN) =
                TG-AFTER (1:TG-REC-LEN)
                ADD 1 TO WS-ALREADY-COUNT
                GO TO 410APPLYUPDATE-EXIT
           END-IF.
           IF WS-CURRENT-IMAGE (1:TG-REC-LEN) NOT =
                TG-BEFORE (1:TG-REC-LEN)
                MOVE 'BEFORE-IMAGE DOES NOT MATCH FILE' TO MF-REASON
                PERFORM 460WRITEMISFIT
           END-IF.
           PERFORM 520REWRITETARGET.
           PERFORM 450TALLYRESULT THRU 450TALLYRESULT-EXIT.
       410APPLYUPDATE-EXIT.
           EXIT.
      **********************************************************
      *   A BEFORE-IMAGE WITH NO AFTER-IMAGE BEHIND IT IS A    *
      *   DELETE.  THE RECORD GOES EVEN WHEN IT NO LONGER      *
      *   MATCHES THE IMAGE -- THE JOURNAL SAYS IT WAS DELETED *
      **********************************************************
       420FLUSHPENDING.
           IF NOT BEFORE-PENDING
                GO TO 420FLUSHPENDING-EXIT
           END-IF.
           MOVE 'N'       TO WS-PENDING-SW.
           MOVE PB-FILE   TO TG-FILE.
           MOVE PB-STAMP  TO TG-STAMP.
           MOVE PB-ACTION TO TG-ACTION.
           MOVE PB-IMAGE  TO TG-BEFORE.
           MOVE SPACES    TO TG-AFTER.
           PERFORM 440SETTARGETSHAPE.
           MOVE TG-BEFORE (1:TG-KEY-LEN) TO TG-KEY.
           PERFORM 500READTARGET.
           IF NOT TARGET-FOUND
                MOVE 'DELETE FOR KEY NOT ON FILE' TO MF-REASON
                PERFORM 460WRITEMISFIT
                GO TO 420FLUSHPENDING-EXIT
           END-IF.
           IF WS-CURRENT-IMAGE (1:TG-REC-LEN) NOT =
                TG-BEFORE (1:TG-REC-LEN)
                MOVE 'BEFORE-IMAGE DOES NOT MATCH FILE' TO MF-REASON
                PERFORM 460WRITEMISFIT
           END-IF.
           PERFORM 530DELETETARGET.
           PERFORM 450TALLYRESULT THRU 450TALLYRESULT-EXIT.
       420FLUSHPENDING-EXIT.
           EXIT.
      **********************************************************
      *   KEY AND RECORD LENGTHS OF THE TARGET FILE            *
      **********************************************************
       440SETTARGETSHAPE.
           EVALUATE TRUE
                WHEN TG-COURSE
                     MOVE 32  TO TG-KEY-LEN
                     MOVE 102 TO TG-REC-LEN
                WHEN TG-ENROLL
                     MOVE 41  TO TG-KEY-LEN
                     MOVE 59  TO TG-REC-LEN
                WHEN OTHER
                     MOVE 37  TO TG-KEY-LEN
                     MOVE 64  TO TG-REC-LEN
           END-EVALUATE.
      **********************************************************
      *   COUNT A CHANGE APPLIED UNDER ITS FILE AND ACTION     *
      *   CODE, OR REPORT THE I/O THAT FAILED                  *
      **********************************************************
       450TALLYRESULT.
           IF NOT IO-OK
                ADD 1 TO WS-IO-ERROR-COUNT
                MOVE SPACES TO MF-REASON
                STRING 'I/O FAILED -- STATUS ' WS-IO-STATUS
                     DELIMITED BY SIZE INTO MF-REASON
                PERFORM 465WRITEREPORTLINE
                GO TO 450TALLYRESULT-EXIT
           END-IF.
           MOVE 0 TO AP-FOUND-SUB.
           PERFORM 455CHECKONEACTION
                VARYING AP-I FROM 1 BY 1 UNTIL AP-I > AP-COUNT-USED.
           IF AP-FOUND-SUB = 0
              AND AP-COUNT-USED < 50
                ADD 1 TO AP-COUNT-USED
                MOVE AP-COUNT-USED TO AP-FOUND-SUB
                MOVE TG-FILE   TO AP-FILE (AP-FOUND-SUB)
                MOVE TG-ACTION TO AP-ACTION (AP-FOUND-SUB)
                MOVE 0         TO AP-COUNT (AP-FOUND-SUB)
           END-IF.
           IF AP-FOUND-SUB > 0
                ADD 1 TO AP-COUNT (AP-FOUND-SUB)
           END-IF.
       450TALLYRESULT-EXIT.
           EXIT.
       455CHECKONEACTION.
           IF AP-FILE (AP-I) = TG-FILE
              AND AP-ACTION (AP-I) = TG-ACTION
                MOVE AP-I TO AP-FOUND-SUB
           END-IF.
       460WRITEMISFIT.
           ADD 1 TO WS-MISFIT-COUNT.
           PERFORM 465WRITEREPORTLINE.
       465WRITEREPORTLINE.
           EVALUATE TRUE
                WHEN TG-COURSE
                     MOVE 'DASCOURSE' TO MF-FILE
                WHEN TG-ENROLL
                     MOVE 'DASENRL'   TO MF-FILE
                WHEN OTHER
                     MOVE 'DASWAIT'   TO MF-FILE
           END-EVALUATE.
           MOVE TG-DATE   TO MF-DATE.
           MOVE TG-TIME   TO MF-TIME.
           MOVE TG-ACTION TO MF-ACTION.
           MOVE TG-KEY    TO MF-KEY.
           WRITE RPTREC FROM MISFITDATA
                AFTER ADVANCING 1 LINE.
      **********************************************************
      *   READ, WRITE, REWRITE AND DELETE THE TARGET RECORD ON *
      *   WHICHEVER OF THE THREE FILES THE ENTRY BELONGS TO    *
      **********************************************************
       500READTARGET.
           MOVE 'N' TO WS-TARGET-SW.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           EVALUATE TRUE
                WHEN TG-COURSE
                     MOVE TG-KEY TO C-RECKEY
                     READ COURSEFILE
                          KEY IS C-RECKEY
                          INVALID KEY
                               CONTINUE
                          NOT INVALID KEY
                               MOVE 'Y' TO WS-TARGET-SW
                               MOVE COURSEDATA TO WS-CURRENT-IMAGE
                     END-READ
                WHEN TG-ENROLL
                     MOVE TG-KEY TO E-RECKEY
                     READ ENROLLFILE
                          KEY IS E-RECKEY
                          INVALID KEY
                               CONTINUE
                          NOT INVALID KEY
                               MOVE 'Y' TO WS-TARGET-SW
                               MOVE ENROLLDATA TO WS-CURRENT-IMAGE
                     END-READ
                WHEN OTHER
                     MOVE TG-KEY TO W-RECKEY
                     READ WAITLFILE
                          KEY IS W-RECKEY
                          INVALID KEY
                               CONTINUE
                          NOT INVALID KEY
                               MOVE 'Y' TO WS-TARGET-SW
                               MOVE WAITLISTDATA TO WS-CURRENT-IMAGE
                     END-READ
           END-EVALUATE.
       510WRITETARGET.
           MOVE 'Y' TO WS-IO-SW.
           EVALUATE TRUE
                WHEN TG-COURSE
                     MOVE TG-AFTER TO COURSEDATA
                     WRITE COURSEDATA
                          INVALID KEY
                               MOVE 'N' TO WS-IO-SW
                               MOVE WS-FILE-STATUS TO WS-IO-STATUS
                     END-WRITE
                WHEN TG-ENROLL
                     MOVE TG-AFTER TO ENROLLDATA
                     WRITE ENROLLDATA
                          INVALID KEY
                               MOVE 'N' TO WS-IO-SW
                               MOVE WS-ENRL-FILE-STATUS TO WS-IO-STATUS
                     END-WRITE
                WHEN OTHER
                     MOVE TG-AFTER TO WAITLISTDATA
                     WRITE WAITLISTDATA
                          INVALID KEY
                               MOVE 'N' TO WS-IO-SW
                               MOVE WS-WAIT-FILE-STATUS TO WS-IO-STATUS
                     END-WRITE
           END-EVALUATE.
       520REWRITETARGET.
           MOVE 'Y' TO WS-IO-SW.
           EVALUATE TRUE
                WHEN TG-COURSE
                     MOVE TG-AFTER TO COURSEDATA
                     REWRITE COURSEDATA
                          INVALID KEY
                               MOVE 'N' TO WS-IO-SW
                               MOVE WS-FILE-STATUS TO WS-IO-STATUS
                     END-REWRITE
                WHEN TG-ENROLL
                     MOVE TG-AFTER TO ENROLLDATA
                     REWRITE ENROLLDATA
                          INVALID KEY
                               MOVE 'N' TO WS-IO-SW
                               MOVE WS-ENRL-FILE-STATUS TO WS-IO-STATUS
                     END-REWRITE
                WHEN OTHER
                     MOVE TG-AFTER TO WAITLISTDATA
                     REWRITE WAITLISTDATA
                          INVALID KEY
                               MOVE 'N' TO WS-IO-SW
                               MOVE WS-WAIT-FILE-STATUS TO WS-IO-STATUS
                     END-REWRITE
           END-EVALUATE.
       530DELETETARGET.
           MOVE 'Y' TO WS-IO-SW.
           EVALUATE TRUE
                WHEN TG-COURSE
                     DELETE COURSEFILE
                          INVALID KEY
                               MOVE 'N' TO WS-IO-SW
                               MOVE WS-FILE-STATUS TO WS-IO-STATUS
                     END-DELETE
                WHEN TG-ENROLL
                     DELETE ENROLLFILE
                          INVALID KEY
                               MOVE 'N' TO WS-IO-SW
                               MOVE WS-ENRL-FILE-STATUS TO WS-IO-STATUS
                     END-DELETE
                WHEN OTHER
                     DELETE WAITLFILE
                          INVALID KEY
                               MOVE 'N' TO WS-IO-SW
                               MOVE WS-WAIT-FILE-STATUS TO WS-IO-STATUS
                     END-DELETE
           END-EVALUATE.
      **********************************************************
      *   COUNT WHAT EACH FILE ENDS WITH BY READING IT BACK    *
      **********************************************************
       600COUNTFILES.
           OPEN INPUT COURSEFILE.
           IF WS-FILE-STATUS = '00'
                MOVE 'N' TO EOF
                PERFORM 860COUNTCOURSE
                     UNTIL ENDOFDATA
                CLOSE COURSEFILE
           END-IF.
           OPEN INPUT ENROLLFILE.
           IF WS-ENRL-FILE-STATUS = '00'
                MOVE 'N' TO EOF
                PERFORM 870COUNTENRL
                     UNTIL ENDOFDATA
                CLOSE ENROLLFILE
           END-IF.
           OPEN INPUT WAITLFILE.
           IF WS-WAIT-FILE-STATUS = '00'
                MOVE 'N' TO EOF
                PERFORM 880COUNTWAIT
                     UNTIL ENDOFDATA
                CLOSE WAITLFILE
           END-IF.
      **********************************************************
      *        PRINT RECOVERY REPORT HEADING LINES             *
      **********************************************************
       700RPTHEADINGS.
           MOVE WS-BACKUP-DATE TO RH-GENERATION.
           MOVE WS-FROM-TIME   TO RH-FROM-TIME.
           MOVE WS-STOP-DATE   TO RH-STOP-DATE.
           MOVE WS-STOP-TIME   TO RH-STOP-TIME.
           WRITE RPTREC FROM RPT-HEADING1
                AFTER ADVANCING PAGE.
           MOVE SPACES TO RPTREC.
           WRITE RPTREC
                AFTER ADVANCING 1 LINE.
           WRITE RPTREC FROM RPT-HEADING2
                AFTER ADVANCING 1 LINE.
           WRITE RPTREC FROM RPT-HEADING3
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPTREC.
           WRITE RPTREC
                AFTER ADVANCING 1 LINE.
           WRITE RPTREC FROM RPT-HEADING4
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPTREC.
           WRITE RPTREC
                AFTER ADVANCING 1 LINE.
      **********************************************************
      *   END-OF-RUN TOTALS -- RELOAD COUNTS, THE ENTRIES      *
      *   APPLIED BY FILE AND ACTION CODE, AND THE RECORD      *
      *   COUNTS THE FILES END WITH                            *
      **********************************************************
       710RPTTOTALS.
           IF WS-MISFIT-COUNT = 0 AND WS-IO-ERROR-COUNT = 0
                WRITE RPTREC FROM RPT-CLEAN-LINE
                     AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO RPTREC.
           WRITE RPTREC
                AFTER ADVANCING 1 LINE.
           MOVE 'DASCOURSE RELOADED      ' TO TL-LABEL.
           MOVE WS-COURSE-LOADED TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'DASENRL RELOADED        ' TO TL-LABEL.
           MOVE WS-ENRL-LOADED TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'DASWAIT RELOADED        ' TO TL-LABEL.
           MOVE WS-WAIT-LOADED TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'RELOAD REJECTS          ' TO TL-LABEL.
           MOVE WS-RELOAD-REJECTS TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'JOURNAL ENTRIES READ    ' TO TL-LABEL.
           MOVE WS-JOURNAL-READ TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'OLDER THAN GENERATION   ' TO TL-LABEL.
           MOVE WS-BEFORE-GEN-COUNT TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'PAST THE STOP POINT     ' TO TL-LABEL.
           MOVE WS-AFTER-STOP-COUNT TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'ALREADY IN GENERATION   ' TO TL-LABEL.
           MOVE WS-ALREADY-COUNT TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE SPACES TO RPTREC.
           WRITE RPTREC
                AFTER ADVANCING 1 LINE.
           PERFORM 730WRITEAPPLIED
                VARYING AP-I FROM 1 BY 1 UNTIL AP-I > AP-COUNT-USED.
           MOVE SPACES TO RPTREC.
           WRITE RPTREC
                AFTER ADVANCING 1 LINE.
           MOVE 'MISFITS                 ' TO TL-LABEL.
           MOVE WS-MISFIT-COUNT TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'I/O FAILURES            ' TO TL-LABEL.
           MOVE WS-IO-ERROR-COUNT TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'DASCOURSE RECORDS AT END' TO TL-LABEL.
           MOVE WS-COURSE-END-COUNT TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'DASENRL RECORDS AT END  ' TO TL-LABEL.
           MOVE WS-ENRL-END-COUNT TO TL-COUNT.
           PERFORM 720WRITETOTAL.
           MOVE 'DASWAIT RECORDS AT END  ' TO TL-LABEL.
           MOVE WS-WAIT-END-COUNT TO TL-COUNT.
           PERFORM 720WRITETOTAL.
       720WRITETOTAL.
           WRITE RPTREC FROM TOTAL-LINE
                AFTER ADVANCING 1 LINE.
       730WRITEAPPLIED.
           EVALUATE AP-FILE (AP-I)
                WHEN 'C'
                     MOVE 'DASCOURSE' TO AL-FILE
                WHEN 'E'
                     MOVE 'DASENRL'   TO AL-FILE
                WHEN OTHER
                     MOVE 'DASWAIT'   TO AL-FILE
           END-EVALUATE.
           MOVE AP-ACTION (AP-I) TO AL-ACTION.
           MOVE AP-COUNT (AP-I)  TO AL-COUNT.
           WRITE RPTREC FROM APPLIED-LINE
                AFTER ADVANCING 1 LINE.
      *********************************************************
      *         READ THE COURSE GENERATION              ******
      *********************************************************
       800READCBKUP.
           READ CBKUPFILE
                AT END
                     MOVE 'Y' TO EOF
                NOT AT END
                     ADD 1 TO WS-CBKUP-READ
           END-READ.
      *********************************************************
      *         READ THE LEDGER GENERATION              ******
      *********************************************************
       810READEBKUP.
           READ EBKUPFILE
                AT END
                     MOVE 'Y' TO EOF
                NOT AT END
                     ADD 1 TO WS-EBKUP-READ
           END-READ.
      *********************************************************
      *         READ THE WAITLIST GENERATION            ******
      *********************************************************
       820READWBKUP.
           READ WBKUPFILE
                AT END
                     MOVE 'Y' TO EOF
                NOT AT END
                     ADD 1 TO WS-WBKUP-READ
           END-READ.
      *********************************************************
      *         READ THE SORTED COURSE JOURNAL          ******
      *********************************************************
       830READSRTCJRN.
           READ SRTCJRN
                   AT END MOVE 'Y' TO EOF.
      *********************************************************
      *         READ THE SORTED LEDGER JOURNAL          ******
      *********************************************************
       840READSRTLJRN.
           READ SRTLJRN
                   AT END MOVE 'Y' TO EOF.
      *********************************************************
      *         READ THE BACKUP LOG                     ******
      *********************************************************
       850READBKLOG.
           READ BKLOGFILE
                   AT END MOVE 'Y' TO EOF.
      *********************************************************
      *         COUNT THE RECOVERED FILES               ******
      *********************************************************
       860COUNTCOURSE.
           READ COURSEFILE NEXT RECORD
                AT END
                     MOVE 'Y' TO EOF
                NOT AT END
                     ADD 1 TO WS-COURSE-END-COUNT
           END-READ.
       870COUNTENRL.
           READ ENROLLFILE NEXT RECORD
                AT END
                     MOVE 'Y' TO EOF
                NOT AT END
                     ADD 1 TO WS-ENRL-END-COUNT
           END-READ.
       880COUNTWAIT.
           READ WAITLFILE NEXT RECORD
                AT END
                     MOVE 'Y' TO EOF
                NOT AT END
                     ADD 1 TO WS-WAIT-END-COUNT
           END-READ.
