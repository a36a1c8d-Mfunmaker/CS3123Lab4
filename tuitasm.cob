       IDENTIFICATION DIVISION.
        PROGRAM-ID. TUITASM.
        AUTHOR. Martin Funmaker.
      * NIGHTLY TUITION AND FEE ASSESSMENT.
      * THE BURSAR'S OFFICE HAS BEEN RE-KEYING EVERY STUDENT'S
      * REGISTRATION OFF OUR ROSTERS TO BILL THEM.  THIS
      * PROGRAM TOTALS EACH STUDENT'S ENROLLED CREDIT HOURS FOR
      * THE PARM TERM FROM DASENRL AND DASCATLG, PRICES THEM
      * FROM THE DASRATE TABLE (PER-CREDIT RATE, A FLAT RATE AT
      * OR OVER THE FULL-TIME THRESHOLD, AND A PER-SECTION FEE
      * FOR A COURSE OR FOR THE RM-ROOMTYPE THE SECTION MEETS
      * IN), AND COMPARES THE PRICE TO WHAT WAS ASSESSED ON THE
      * LAST RUN (DASASMT).  ONLY THE NET CHANGE GOES OUT ON
      * THE URSBURS INTERFACE FILE -- AN INCREASE AS A CHARGE,
      * A DECREASE AS A REFUND AT THE REFUND-SCHEDULE STEP IN
      * EFFECT ON THE DROP DATE.  THE URSASMT REGISTER LISTS
      * EVERY CHANGE AND BALANCES TO THE FILE'S TRAILER.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- DASRATE LOADED TO CORE,
      *        DASENRL SORTED BY TERM AND STUDENT, DASASMT
      *        KEPT AS THE ASSESSMENT MASTER.  A STUDENT WHO
      *        HAS DROPPED EVERYTHING IS CAUGHT BY A SWEEP OF
      *        DASASMT AFTER THE LEDGER PASS.  RETURN CODE 16
      *        WHEN THE PARM, DASRATE OR DASCATLG IS BAD, 8
      *        WHEN THE REGISTER DOESN'T BALANCE TO URSBURS,
      *        4 WHEN A SEAT'S COURSE ISN'T ON THE CATALOG.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT RATEFILE ASSIGN TO 'DASRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ENROLLFILE ASSIGN TO 'DASENRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-RECKEY
               FILE STATUS IS WS-ENRL-FILE-STATUS.
           SELECT SRTASMT ASSIGN TO 'SRTASMT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO 'SRTWK01'.
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
           SELECT ASMTFILE ASSIGN TO 'DASASMT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-ASMT-FILE-STATUS.
           SELECT BURSFILE ASSIGN TO 'URSBURS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURS-FILE-STATUS.
           SELECT REGFILE ASSIGN TO 'URSASMT'
               ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  RATEFILE
           LABEL RECORDS ARE STANDARD.
           COPY RATELAYT.
        FD  ENROLLFILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRLAYT.
      ******************************************************
      *   SRTASMT IS THE LEDGER SORTED BY TERM, THEN STUDENT,
      *   THEN SECTION, SO EACH STUDENT'S SEATS FOR THE TERM
      *   COME OFF THE FILE TOGETHER
      ******************************************************
        FD  SRTASMT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SORTED-ENROLLDATA       PIC X(59).
        SD  SORTWORK.
       01  SORT-REC.
           03 SRA-TERM          PIC X(5).
           03 SRA-COURSE        PIC X(27).
           03 SRA-STUDENT       PIC X(9).
           03 FILLER            PIC X(18).
        FD  COURSEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSLAYT.
        FD  ROOMFILE
           LABEL RECORDS ARE STANDARD.
           COPY ROOMLAYT.
        FD  CATLGFILE
           LABEL RECORDS ARE STANDARD.
           COPY CATLAYT.
        FD  STUDFILE
           LABEL RECORDS ARE STANDARD.
           COPY STUDLAYT.
        FD  ASMTFILE
           LABEL RECORDS ARE STANDARD.
           COPY ASMTLAYT.
        FD  BURSFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY BURSLAYT.
        FD  REGFILE
           LABEL RECORDS ARE STANDARD.
       01  REGREC              PIC X(132).

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-FILE-STATUS    PIC XX  VALUE '00'.
           03  WS-RATE-FILE-STATUS PIC XX VALUE '00'.
           03  WS-ENRL-FILE-STATUS PIC XX VALUE '00'.
           03  WS-ROOM-FILE-STATUS PIC XX VALUE '00'.
           03  WS-CATLG-FILE-STATUS PIC XX VALUE '00'.
           03  WS-STUD-FILE-STATUS PIC XX VALUE '00'.
           03  WS-ASMT-FILE-STATUS PIC XX VALUE '00'.
           03  WS-BURS-FILE-STATUS PIC XX VALUE '00'.
           03  EOF               PIC X   VALUE 'N'.
                 88 ENDOFDATA            VALUE 'Y'.
           03  WS-ROOMFEE-CHECK  PIC X   VALUE 'N'.
                 88 ROOMFEE-CHECK-ACTIVE VALUE 'Y'.
           03  WS-STUD-CHECK     PIC X   VALUE 'N'.
                 88 STUD-CHECK-ACTIVE    VALUE 'Y'.
           03  WS-TUITION-CARD   PIC X   VALUE 'N'.
                 88 TUITION-CARD-FOUND   VALUE 'Y'.
           03  WS-FEE-FOUND      PIC X   VALUE 'N'.
                 88 FEE-FOUND            VALUE 'Y'.
           03  WS-STEP-FOUND     PIC X   VALUE 'N'.
                 88 STEP-FOUND           VALUE 'Y'.
           03  WS-SECTION-FOUND  PIC X   VALUE 'N'.
                 88 SECTION-FOUND        VALUE 'Y'.
           03  WS-NEW-ASMT       PIC X   VALUE 'N'.
                 88 NEW-ASSESSMENT       VALUE 'Y'.
           03  WS-SWEEP-DONE     PIC X   VALUE 'N'.
                 88 SWEEP-DONE           VALUE 'Y'.
      **********************************************************
      *   RUN-TIME PARAMETER CARD, ACCEPTED FROM THE COMMAND   *
      *   LINE THE WAY LAB4 READS ITS PARM:                    *
      *     1-5   TERM CODE TO ASSESS  (REQUIRED)              *
      **********************************************************
       01  WS-PARM-LINE.
           03 WS-PARM-TERM       PIC X(5).
           03 FILLER             PIC X(35).
        77  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-STAMP.
           03 WS-RUN-TIME.
                05 WS-RUN-HHMMSS PIC 9(6).
                05 FILLER        PIC 99.
      **********************************************************
      *   THE TERM'S RATES OFF ITS DASRATE T CARD              *
      **********************************************************
        77  WS-CREDIT-RATE       PIC 9(5)V99 VALUE 0.
        77  WS-FT-THRESHOLD      PIC 99      VALUE 0.
        77  WS-FT-RATE           PIC 9(5)V99 VALUE 0.
      **********************************************************
      *   THE TERM'S COURSE AND ROOM-TYPE FEES IN CORE -- FE-  *
      *   KIND C KEYS ON ABB/NUMB, R ON RM-ROOMTYPE.  A COURSE *
      *   FEE TAKES THE PLACE OF ANY ROOM-TYPE FEE             *
      **********************************************************
       01 FEE-TABLE.
           03 FE-ENTRY OCCURS 200 TIMES.
                05 FE-KIND          PIC X.
                05 FE-KEY           PIC X(7).
                05 FE-AMOUNT        PIC 9(5)V99.
        77 FE-COUNT              PIC 9(3) COMP VALUE 0.
        77 FE-I                  PIC 9(3) COMP VALUE 0.
        77 WS-FEE-KIND           PIC X    VALUE SPACE.
        77 WS-FEE-KEY            PIC X(7) VALUE SPACES.
      **********************************************************
      *   THE TERM'S REFUND SCHEDULE IN CORE, IN DATE ORDER -- *
      *   THE FIRST STEP WHOSE THROUGH-DATE IS ON OR AFTER THE *
      *   DROP DATE IS THE ONE IN EFFECT.  A DROP PAST THE     *
      *   LAST STEP GETS NOTHING BACK                          *
      **********************************************************
       01 REFUND-TABLE.
           03 RS-ENTRY OCCURS 20 TIMES.
                05 RS-THRU          PIC 9(8).
                05 RS-PCT           PIC 999.
        77 RS-COUNT              PIC 9(3) COMP VALUE 0.
        77 RS-I                  PIC 9(3) COMP VALUE 0.
      **********************************************************
      *   ONE STUDENT'S LOAD AS THE LEDGER PASS BUILDS IT      *
      **********************************************************
        77  WS-CUR-STUDENT       PIC X(9) VALUE SPACES.
        77  WS-STU-CREDITS       PIC 99   VALUE 0.
        77  WS-STU-FEES          PIC 9(7)V99 VALUE 0.
        77  WS-STU-TUITION       PIC 9(7)V99 VALUE 0.
        77  WS-NEW-PRICE         PIC 9(7)V99 VALUE 0.
        77  WS-LAST-WD-DATE      PIC 9(8) VALUE 0.
      **********************************************************
      *   THE NET CHANGE AGAINST DASASMT                       *
      **********************************************************
        77  WS-CHANGE            PIC S9(7)V99 VALUE 0.
        77  WS-DECREASE          PIC 9(7)V99 VALUE 0.
        77  WS-REFUND            PIC 9(7)V99 VALUE 0.
        77  WS-RETAINED          PIC 9(7)V99 VALUE 0.
        77  WS-BILL-AMOUNT       PIC S9(7)V99 VALUE 0.
        77  WS-REFUND-PCT        PIC 999  VALUE 0.
        77  WS-DROP-DATE         PIC 9(8) VALUE 0.
        77  WS-TRAN-CODE         PIC XX   VALUE SPACES.
      **********************************************************
      *   RUN TOTALS -- THE REGISTER SIDE IS ADDED AS EACH     *
      *   LINE PRINTS, THE FILE SIDE AS EACH DETAIL IS         *
      *   WRITTEN, AND THE TWO MUST AGREE AT END OF RUN        *
      **********************************************************
        77  WS-SEAT-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-STUDENT-COUNT     PIC 9(7) COMP VALUE 0.
        77  WS-CHANGED-COUNT     PIC 9(7) COMP VALUE 0.
        77  WS-SWEPT-COUNT       PIC 9(7) COMP VALUE 0.
        77  WS-NOTCAT-COUNT      PIC 9(7) COMP VALUE 0.
        77  WS-REG-CHARGE-COUNT  PIC 9(7) COMP VALUE 0.
        77  WS-REG-REFUND-COUNT  PIC 9(7) COMP VALUE 0.
        77  WS-REG-CHARGES       PIC S9(9)V99 VALUE 0.
        77  WS-REG-REFUNDS       PIC S9(9)V99 VALUE 0.
        77  WS-REG-RETAINED      PIC S9(9)V99 VALUE 0.
        77  WS-FILE-COUNT        PIC 9(7) COMP VALUE 0.
        77  WS-FILE-CHARGES      PIC S9(9)V99 VALUE 0.
        77  WS-FILE-REFUNDS      PIC S9(9)V99 VALUE 0.
        77  WS-FILE-NET          PIC S9(9)V99 VALUE 0.
        77  LINECT               PIC 99   COMP VALUE 99.
      ********************************************************
      *         DESCRIPTION OF ASSESSMENT REGISTER LINES   ***
      ********************************************************
       01 REG-HEADING1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(38)       VALUE
                 'TUITION ASSESSMENT REGISTER -- TERM   '.
           03 RH-TERM           PIC X(5).
           03 FILLER            PIC X(5)        VALUE   SPACES.
           03 FILLER            PIC X(9)        VALUE   'RUN DATE '.
           03 RH-RUN-DATE       PIC 9(8).
       01 REG-HEADING2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(7)        VALUE   'STUDENT'.
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 FILLER            PIC X(4)        VALUE   'NAME'.
           03 FILLER            PIC X(18)       VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'CREDS'.
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 FILLER            PIC X(9)        VALUE   'PRIOR AMT'.
           03 FILLER            PIC X(5)        VALUE   SPACES.
           03 FILLER            PIC X(9)        VALUE   'NEW PRICE'.
           03 FILLER            PIC X(6)        VALUE   SPACES.
           03 FILLER            PIC X(6)        VALUE   'CHANGE'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(3)        VALUE   'PCT'.
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 FILLER            PIC X(9)        VALUE   'TO BURSAR'.
           03 FILLER            PIC X(5)        VALUE   SPACES.
           03 FILLER            PIC X(8)        VALUE   'RETAINED'.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 FILLER            PIC X(8)        VALUE   'EFF DATE'.
       01 REGDATA.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 RG-STUDENT        PIC X(9).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RG-NAME           PIC X(20).
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RG-OLD-CREDITS    PIC Z9.
           03 FILLER            PIC X           VALUE   '/'.
           03 RG-NEW-CREDITS    PIC Z9.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RG-BASIS          PIC ZZZZZZ9.99-.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RG-PRICE          PIC ZZZZZZ9.99-.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RG-CHANGE         PIC ZZZZZZ9.99-.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RG-PCT            PIC ZZ9.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RG-BILLED         PIC ZZZZZZ9.99-.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RG-RETAINED       PIC ZZZZZZ9.99-.
           03 FILLER            PIC X(2)        VALUE   SPACES.
           03 RG-EFF-DATE       PIC 9(8).
       01 REG-RUNTOTAL-HEADING.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(34)       VALUE
                 'END OF RUN -- ASSESSMENT REGISTER '.
       01 REG-COUNT-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 RC-LABEL          PIC X(24).
           03 RC-COUNT          PIC ZZZZZZ9.
       01 REG-AMOUNT-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 RA-LABEL          PIC X(24).
           03 RA-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
       01 REG-BALANCE-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 RB-TEXT           PIC X(50).

        PROCEDURE DIVISION.
       000MAINLINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-TERM = SPACES
                DISPLAY 'TERM CODE REQUIRED, E.G. 2026F -- '
                     'NO ASSESSMENT RUN'
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 050LOADRATES THRU 050LOADRATES-EXIT.
           IF RETURN-CODE NOT = 0
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN INPUT CATLGFILE.
           IF WS-CATLG-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASCATLG -- '
                     WS-CATLG-FILE-STATUS
                     ' -- NO CREDIT HOURS TO PRICE'
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           OPEN INPUT ENROLLFILE.
           IF WS-ENRL-FILE-STATUS = '35'
                DISPLAY 'DASENRL DOES NOT EXIST -- CREATING AN '
                     'EMPTY LEDGER'
                CLOSE ENROLLFILE
                OPEN OUTPUT ENROLLFILE
           END-IF.
           CLOSE ENROLLFILE.
           SORT SORTWORK
                ON ASCENDING KEY SRA-TERM SRA-STUDENT SRA-COURSE
                USING ENROLLFILE
                GIVING SRTASMT.
           PERFORM 070OPENMASTERS.
           OPEN I-O ASMTFILE.
           IF WS-ASMT-FILE-STATUS = '35'
                DISPLAY 'DASASMT DOES NOT EXIST -- CREATING AN '
                     'EMPTY ASSESSMENT MASTER'
                OPEN OUTPUT ASMTFILE
                CLOSE ASMTFILE
                OPEN I-O ASMTFILE
           END-IF.
           OPEN OUTPUT BURSFILE.
           OPEN OUTPUT REGFILE.
           OPEN INPUT SRTASMT.
           MOVE 'N' TO EOF.
           PERFORM 800READSRTASMT THRU 800READSRTASMT-EXIT.
           PERFORM 100STUDENTLOOP
                UNTIL ENDOFDATA.
           CLOSE SRTASMT.
           PERFORM 300SWEEPASSESSED.
           PERFORM 400WRITETRAILER.
           PERFORM 500RUNTOTALS.
           CLOSE CATLGFILE
                ASMTFILE
                BURSFILE
                REGFILE.
           IF ROOMFEE-CHECK-ACTIVE
                CLOSE COURSEFILE
                     ROOMFILE
           END-IF.
           IF STUD-CHECK-ACTIVE
                CLOSE STUDFILE
           END-IF.
           DISPLAY 'SEATS READ:              ' WS-SEAT-COUNT.
           DISPLAY 'STUDENTS ASSESSED:       ' WS-STUDENT-COUNT.
           DISPLAY 'STUDENTS CHANGED:        ' WS-CHANGED-COUNT.
           DISPLAY 'BURSAR DETAILS WRITTEN:  ' WS-FILE-COUNT.
           DISPLAY 'SEATS NOT ON CATALOG:    ' WS-NOTCAT-COUNT.
           IF RETURN-CODE = 0
              AND WS-NOTCAT-COUNT > 0
                MOVE 4 TO RETURN-CODE
           END-IF.
       000MAINLINE-EXIT.
           STOP RUN.
      **********************************************************
      *   LOAD THE PARM TERM'S CARDS OFF DASRATE.  THE TERM    *
      *   MUST HAVE A TUITION CARD, AND ITS REFUND STEPS MUST  *
      *   RUN IN DATE ORDER -- A BAD TABLE PRICES NOBODY       *
      **********************************************************
       050LOADRATES.
           OPEN INPUT RATEFILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASRATE -- '
                     WS-RATE-FILE-STATUS ' -- NO ASSESSMENT RUN'
                MOVE 16 TO RETURN-CODE
                GO TO 050LOADRATES-EXIT
           END-IF.
           MOVE 'N' TO EOF.
           PERFORM 810READRATEFILE.
           PERFORM 060LOADONECARD
                UNTIL ENDOFDATA.
           CLOSE RATEFILE.
           IF RETURN-CODE NOT = 0
                GO TO 050LOADRATES-EXIT
           END-IF.
           IF NOT TUITION-CARD-FOUND
                DISPLAY 'NO DASRATE TUITION CARD FOR TERM '
                     WS-PARM-TERM ' -- NO ASSESSMENT RUN'
                MOVE 16 TO RETURN-CODE
           END-IF.
       050LOADRATES-EXIT.
           EXIT.
       060LOADONECARD.
           IF RT-TERM = WS-PARM-TERM
                EVALUATE TRUE
                     WHEN RT-TUITION
                          PERFORM 062LOADTUITION
                     WHEN RT-FEE
                          PERFORM 064LOADFEE
                     WHEN RT-REFUND-STEP
                          PERFORM 066LOADREFUNDSTEP
                     WHEN OTHER
                          DISPLAY 'DASRATE CARD TYPE ' RT-TYPE
                               ' NOT RECOGNIZED -- IGNORED'
                END-EVALUATE
           END-IF.
           IF NOT ENDOFDATA
                PERFORM 810READRATEFILE
           END-IF.
       062LOADTUITION.
           IF RT-CREDIT-RATE NOT NUMERIC
              OR RT-FT-THRESHOLD NOT NUMERIC
              OR RT-FT-RATE NOT NUMERIC
                DISPLAY 'DASRATE TUITION CARD NOT NUMERIC -- '
                     'RUN ENDED'
                MOVE 16 TO RETURN-CODE
                MOVE 'Y' TO EOF
           ELSE
                MOVE RT-CREDIT-RATE  TO WS-CREDIT-RATE
                MOVE RT-FT-THRESHOLD TO WS-FT-THRESHOLD
                MOVE RT-FT-RATE      TO WS-FT-RATE
                MOVE 'Y' TO WS-TUITION-CARD
           END-IF.
       064LOADFEE.
           IF RT-FEE-AMOUNT NOT NUMERIC
              OR NOT (RT-FEE-COURSE OR RT-FEE-ROOMTYPE)
                DISPLAY 'DASRATE FEE CARD ' RT-FEE-KIND ' '
                     RT-FEE-KEY ' NOT VALID -- RUN ENDED'
                MOVE 16 TO RETURN-CODE
                MOVE 'Y' TO EOF
           ELSE
                IF FE-COUNT < 200
                     ADD 1 TO FE-COUNT
                     MOVE RT-FEE-KIND   TO FE-KIND (FE-COUNT)
                     MOVE RT-FEE-KEY    TO FE-KEY (FE-COUNT)
                     MOVE RT-FEE-AMOUNT TO FE-AMOUNT (FE-COUNT)
                ELSE
                     DISPLAY 'FEE TABLE FULL AT 200 ENTRIES -- '
                          'RUN ENDED'
                     MOVE 16 TO RETURN-CODE
                     MOVE 'Y' TO EOF
                END-IF
           END-IF.
       066LOADREFUNDSTEP.
           IF RT-REFUND-THRU NOT NUMERIC
              OR RT-REFUND-PCT NOT NUMERIC
              OR RT-REFUND-PCT > 100
                DISPLAY 'DASRATE REFUND STEP ' RT-REFUND-THRU
                     ' NOT VALID -- RUN ENDED'
                MOVE 16 TO RETURN-CODE
                MOVE 'Y' TO EOF
           ELSE
                IF RS-COUNT > 0
                   AND RT-REFUND-THRU NOT > RS-THRU (RS-COUNT)
                     DISPLAY 'DASRATE REFUND STEP ' RT-REFUND-THRU
                          ' OUT OF DATE ORDER -- RUN ENDED'
                     MOVE 16 TO RETURN-CODE
                     MOVE 'Y' TO EOF
                ELSE
                     IF RS-COUNT < 20
                          ADD 1 TO RS-COUNT
                          MOVE RT-REFUND-THRU TO RS-THRU (RS-COUNT)
                          MOVE RT-REFUND-PCT  TO RS-PCT (RS-COUNT)
                     ELSE
                          DISPLAY 'REFUND SCHEDULE FULL AT 20 '
                               'STEPS -- RUN ENDED'
                          MOVE 16 TO RETURN-CODE
                          MOVE 'Y' TO EOF
                     END-IF
                END-IF
           END-IF.
      **********************************************************
      *   DASCOURSE AND DASROOM GIVE A SECTION'S ROOM TYPE FOR *
      *   THE ROOM-TYPE FEE, DASSTUD THE REGISTER'S NAMES --   *
      *   ANY OF THEM MISSING SKIPS ONLY WHAT IT FEEDS         *
      **********************************************************
       070OPENMASTERS.
           OPEN INPUT COURSEFILE.
           OPEN INPUT ROOMFILE.
           IF WS-FILE-STATUS = '00'
              AND WS-ROOM-FILE-STATUS = '00'
                MOVE 'Y' TO WS-ROOMFEE-CHECK
           ELSE
                DISPLAY 'DASCOURSE/DASROOM NOT AVAILABLE ('
                     WS-FILE-STATUS '/' WS-ROOM-FILE-STATUS
                     ') -- ROOM-TYPE FEES SKIPPED'
                IF WS-FILE-STATUS = '00'
                     CLOSE COURSEFILE
                END-IF
                IF WS-ROOM-FILE-STATUS = '00'
                     CLOSE ROOMFILE
                END-IF
           END-IF.
           OPEN INPUT STUDFILE.
           IF WS-STUD-FILE-STATUS = '00'
                MOVE 'Y' TO WS-STUD-CHECK
           ELSE
                DISPLAY 'DASSTUD NOT AVAILABLE ('
                     WS-STUD-FILE-STATUS
                     ') -- NAMES OMITTED'
           END-IF.
      **********************************************************
      *   ONE STUDENT -- ADD UP THEIR SEATS FOR THE TERM, THEN *
      *   PRICE THE LOAD AND SEND THE NET CHANGE               *
      **********************************************************
       100STUDENTLOOP.
           MOVE E-STUDENT TO WS-CUR-STUDENT.
           MOVE 0 TO WS-STU-CREDITS.
           MOVE 0 TO WS-STU-FEES.
           MOVE 0 TO WS-LAST-WD-DATE.
           PERFORM 150ADDSEAT
                UNTIL ENDOFDATA
                   OR E-STUDENT NOT = WS-CUR-STUDENT.
           PERFORM 200ASSESSSTUDENT.
      **********************************************************
      *   AN ENROLLED SEAT ADDS ITS CREDITS AND ITS FEE.  A    *
      *   WITHDRAWN SEAT ADDS NOTHING -- ONLY ITS DATE, WHICH  *
      *   PICKS THE REFUND STEP WHEN THE PRICE GOES DOWN       *
      **********************************************************
       150ADDSEAT.
           ADD 1 TO WS-SEAT-COUNT.
           IF E-STATUS-WITHDRAWN
                IF E-WITHDRAWN-DATE > WS-LAST-WD-DATE
                     MOVE E-WITHDRAWN-DATE TO WS-LAST-WD-DATE
                END-IF
           ELSE
                PERFORM 160FINDCREDITS
                PERFORM 170SECTIONFEE THRU 170SECTIONFEE-EXIT
           END-IF.
           PERFORM 800READSRTASMT THRU 800READSRTASMT-EXIT.
       160FINDCREDITS.
           MOVE E-ABB  TO CA-ABB.
           MOVE E-NUMB TO CA-NUMB.
           READ CATLGFILE
                KEY IS CA-KEY
                INVALID KEY
                     DISPLAY 'SEAT ' E-TERM ' ' E-ABB ' ' E-NUMB
                          ' ' E-STUDENT ' -- COURSE NOT ON '
                          'CATALOG, PRICED AT ZERO CREDITS'
                     ADD 1 TO WS-NOTCAT-COUNT
                NOT INVALID KEY
                     ADD CA-CREDITS TO WS-STU-CREDITS
           END-READ.
      **********************************************************
      *   THE SEAT'S FEE -- THE COURSE'S OWN FEE IF IT HAS ONE,*
      *   OTHERWISE THE FEE FOR THE TYPE OF ROOM THE SECTION   *
      *   MEETS IN (A LAB, SAY)                                *
      **********************************************************
       170SECTIONFEE.
           MOVE 'N' TO WS-FEE-FOUND.
           MOVE 'C' TO WS-FEE-KIND.
           MOVE SPACES TO WS-FEE-KEY.
           MOVE E-ABB  TO WS-FEE-KEY (1:3).
           MOVE E-NUMB TO WS-FEE-KEY (4:4).
           PERFORM 175CHECKONEFEE
                VARYING FE-I FROM 1 BY 1
                UNTIL FE-I > FE-COUNT OR FEE-FOUND.
           IF FEE-FOUND OR NOT ROOMFEE-CHECK-ACTIVE
                GO TO 170SECTIONFEE-EXIT
           END-IF.
           MOVE 'N' TO WS-SECTION-FOUND.
           MOVE E-TERM   TO C-TERM.
           MOVE E-COURSE TO C-COURSE.
           READ COURSEFILE
                KEY IS C-RECKEY
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE C-LOCATION TO RM-LOCATION
                     READ ROOMFILE
                          KEY IS RM-LOCATION
                          INVALID KEY
                               CONTINUE
                          NOT INVALID KEY
                               MOVE 'Y' TO WS-SECTION-FOUND
                     END-READ
           END-READ.
           IF NOT SECTION-FOUND
                GO TO 170SECTIONFEE-EXIT
           END-IF.
           MOVE 'R' TO WS-FEE-KIND.
           MOVE SPACES TO WS-FEE-KEY.
           MOVE RM-ROOMTYPE TO WS-FEE-KEY (1:4).
           PERFORM 175CHECKONEFEE
                VARYING FE-I FROM 1 BY 1
                UNTIL FE-I > FE-COUNT OR FEE-FOUND.
       170SECTIONFEE-EXIT.
           EXIT.
       175CHECKONEFEE.
           IF FE-KIND (FE-I) = WS-FEE-KIND
              AND FE-KEY (FE-I) = WS-FEE-KEY
                ADD FE-AMOUNT (FE-I) TO WS-STU-FEES
                MOVE 'Y' TO WS-FEE-FOUND
           END-IF.
      **********************************************************
      *   PRICE THE STUDENT'S LOAD -- THE FLAT FULL-TIME RATE  *
      *   AT OR OVER THE THRESHOLD, PER CREDIT UNDER IT, PLUS  *
      *   THE SEAT FEES -- AND SEND THE CHANGE FROM DASASMT    *
      **********************************************************
       200ASSESSSTUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           IF WS-FT-THRESHOLD > 0
              AND WS-STU-CREDITS NOT < WS-FT-THRESHOLD
                MOVE WS-FT-RATE TO WS-STU-TUITION
           ELSE
                COMPUTE WS-STU-TUITION =
                     WS-STU-CREDITS * WS-CREDIT-RATE
           END-IF.
           COMPUTE WS-NEW-PRICE = WS-STU-TUITION + WS-STU-FEES.
           MOVE WS-PARM-TERM   TO AS-TERM.
           MOVE WS-CUR-STUDENT TO AS-STUDENT.
           MOVE 'N' TO WS-NEW-ASMT.
           READ ASMTFILE
                KEY IS AS-KEY
                INVALID KEY
                     MOVE 'Y' TO WS-NEW-ASMT
                     MOVE 0 TO AS-CREDITS
                     MOVE 0 TO AS-BASIS
                     MOVE 0 TO AS-BILLED
                     MOVE 0 TO AS-LAST-RUN-DATE
                     MOVE 0 TO AS-LAST-RUN-TIME
           END-READ.
           PERFORM 250NETCHANGE THRU 250NETCHANGE-EXIT.
           IF NEW-ASSESSMENT
                WRITE ASMTDATA
                     INVALID KEY
                          DISPLAY 'DASASMT WRITE FAILED FOR '
                               AS-KEY ' -- ' WS-ASMT-FILE-STATUS
                          MOVE 16 TO RETURN-CODE
                END-WRITE
           ELSE
                REWRITE ASMTDATA
                     INVALID KEY
                          DISPLAY 'DASASMT REWRITE FAILED FOR '
                               AS-KEY ' -- ' WS-ASMT-FILE-STATUS
                          MOVE 16 TO RETURN-CODE
                END-REWRITE
           END-IF.
      **********************************************************
      *   THE NET CHANGE FROM THE LAST ASSESSMENT.  AN         *
      *   INCREASE IS CHARGED IN FULL.  A DECREASE IS A DROP:  *
      *   THE DROP DATE IS THE LATEST W POSTED SINCE THE LAST  *
      *   RUN, OR TODAY WHEN THE SEAT CAME OFF THE LEDGER      *
      *   OUTRIGHT, AND THE REFUND STEP IN EFFECT ON THAT DATE *
      *   SAYS HOW MUCH OF THE DECREASE GOES BACK.  THE REST   *
      *   IS RETAINED -- AS-BASIS MOVES TO THE NEW PRICE       *
      *   EITHER WAY, SO THE SAME DROP IS NEVER REFUNDED TWICE *
      **********************************************************
       250NETCHANGE.
           COMPUTE WS-CHANGE = WS-NEW-PRICE - AS-BASIS.
           MOVE 0 TO WS-BILL-AMOUNT.
           MOVE 0 TO WS-RETAINED.
           MOVE 0 TO WS-REFUND-PCT.
           MOVE WS-RUN-DATE TO WS-DROP-DATE.
           IF WS-CHANGE = 0
                GO TO 250NETCHANGE-UPDATE
           END-IF.
           ADD 1 TO WS-CHANGED-COUNT.
           IF WS-CHANGE > 0
                MOVE WS-CHANGE TO WS-BILL-AMOUNT
                MOVE 'TC' TO WS-TRAN-CODE
                ADD 1 TO WS-REG-CHARGE-COUNT
                ADD WS-BILL-AMOUNT TO WS-REG-CHARGES
           ELSE
                COMPUTE WS-DECREASE = 0 - WS-CHANGE
                IF WS-LAST-WD-DATE > 0
                   AND WS-LAST-WD-DATE NOT < AS-LAST-RUN-DATE
                     MOVE WS-LAST-WD-DATE TO WS-DROP-DATE
                END-IF
                PERFORM 260FINDREFUNDSTEP
                COMPUTE WS-REFUND ROUNDED =
                     WS-DECREASE * WS-REFUND-PCT / 100
                COMPUTE WS-RETAINED = WS-DECREASE - WS-REFUND
                COMPUTE WS-BILL-AMOUNT = 0 - WS-REFUND
                MOVE 'TR' TO WS-TRAN-CODE
                IF WS-REFUND > 0
                     ADD 1 TO WS-REG-REFUND-COUNT
                END-IF
                ADD WS-BILL-AMOUNT TO WS-REG-REFUNDS
                ADD WS-RETAINED    TO WS-REG-RETAINED
           END-IF.
           PERFORM 280WRITEREGISTER.
           IF WS-BILL-AMOUNT NOT = 0
                PERFORM 270WRITEBURSAR
           END-IF.
       250NETCHANGE-UPDATE.
           MOVE WS-STU-CREDITS TO AS-CREDITS.
           MOVE WS-NEW-PRICE   TO AS-BASIS.
           ADD WS-BILL-AMOUNT  TO AS-BILLED.
           MOVE WS-RUN-DATE    TO AS-LAST-RUN-DATE.
           MOVE WS-RUN-HHMMSS  TO AS-LAST-RUN-TIME.
       250NETCHANGE-EXIT.
           EXIT.
       260FINDREFUNDSTEP.
           MOVE 'N' TO WS-STEP-FOUND.
           PERFORM 265CHECKONESTEP
                VARYING RS-I FROM 1 BY 1
                UNTIL RS-I > RS-COUNT OR STEP-FOUND.
       265CHECKONESTEP.
           IF WS-DROP-DATE NOT > RS-THRU (RS-I)
                MOVE RS-PCT (RS-I) TO WS-REFUND-PCT
                MOVE 'Y' TO WS-STEP-FOUND
           END-IF.
       270WRITEBURSAR.
           MOVE SPACES         TO BURSDATA.
           MOVE 'D'            TO BU-REC-TYPE.
           MOVE WS-PARM-TERM   TO BU-TERM.
           MOVE AS-STUDENT     TO BU-STUDENT.
           MOVE WS-TRAN-CODE   TO BU-TRAN-CODE.
           MOVE WS-BILL-AMOUNT TO BU-AMOUNT.
           MOVE WS-DROP-DATE   TO BU-EFFECTIVE-DATE.
           MOVE WS-STU-CREDITS TO BU-CREDITS.
           MOVE WS-REFUND-PCT  TO BU-REFUND-PCT.
           WRITE BURSDATA.
           ADD 1 TO WS-FILE-COUNT.
           ADD WS-BILL-AMOUNT TO WS-FILE-NET.
           IF WS-BILL-AMOUNT > 0
                ADD WS-BILL-AMOUNT TO WS-FILE-CHARGES
           ELSE
                ADD WS-BILL-AMOUNT TO WS-FILE-REFUNDS
           END-IF.
       280WRITEREGISTER.
           IF LINECT > 45
                PERFORM 290REGHEADINGS
           END-IF.
           MOVE AS-STUDENT     TO RG-STUDENT.
           MOVE SPACES         TO RG-NAME.
           IF STUD-CHECK-ACTIVE
                MOVE AS-STUDENT TO ST-ID
                READ STUDFILE
                     KEY IS ST-ID
                     INVALID KEY
                          MOVE '** NOT ON MASTER **' TO RG-NAME
                     NOT INVALID KEY
                          MOVE ST-NAME TO RG-NAME
                END-READ
           END-IF.
           MOVE AS-CREDITS     TO RG-OLD-CREDITS.
           MOVE WS-STU-CREDITS TO RG-NEW-CREDITS.
           MOVE AS-BASIS       TO RG-BASIS.
           MOVE WS-NEW-PRICE   TO RG-PRICE.
           MOVE WS-CHANGE      TO RG-CHANGE.
           MOVE WS-REFUND-PCT  TO RG-PCT.
           MOVE WS-BILL-AMOUNT TO RG-BILLED.
           MOVE WS-RETAINED    TO RG-RETAINED.
           MOVE WS-DROP-DATE   TO RG-EFF-DATE.
           WRITE REGREC FROM REGDATA
                AFTER ADVANCING 1 LINE.
           ADD 1 TO LINECT.
       290REGHEADINGS.
           MOVE WS-PARM-TERM TO RH-TERM.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
           WRITE REGREC FROM REG-HEADING1
                AFTER ADVANCING PAGE.
           MOVE SPACES TO REGREC.
           WRITE REGREC
                AFTER ADVANCING 1 LINE.
           WRITE REGREC FROM REG-HEADING2
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REGREC.
           WRITE REGREC
                AFTER ADVANCING 1 LINE.
           MOVE 0 TO LINECT.
      **********************************************************
      *   A STUDENT WHOSE SEATS ALL CAME OFF THE LEDGER NEVER  *
      *   SHOWS UP IN THE LEDGER PASS.  ANY DASASMT RECORD FOR *
      *   THE TERM THIS RUN DIDN'T STAMP, STILL CARRYING A     *
      *   PRICE, IS ASSESSED AT ZERO                           *
      **********************************************************
       300SWEEPASSESSED.
           MOVE 'N' TO WS-SWEEP-DONE.
           MOVE WS-PARM-TERM TO AS-TERM.
           MOVE LOW-VALUES   TO AS-STUDENT.
           START ASMTFILE
                KEY IS NOT LESS THAN AS-KEY
                INVALID KEY
                     MOVE 'Y' TO WS-SWEEP-DONE
           END-START.
           PERFORM 310SWEEPONE
                UNTIL SWEEP-DONE.
       310SWEEPONE.
           READ ASMTFILE NEXT RECORD
                AT END
                     MOVE 'Y' TO WS-SWEEP-DONE
           END-READ.
           IF SWEEP-DONE
                CONTINUE
           ELSE
                IF AS-TERM NOT = WS-PARM-TERM
                     MOVE 'Y' TO WS-SWEEP-DONE
                ELSE
                     IF (AS-LAST-RUN-DATE NOT = WS-RUN-DATE
                         OR AS-LAST-RUN-TIME NOT = WS-RUN-HHMMSS)
                        AND AS-BASIS NOT = 0
                          PERFORM 320SWEEPSTUDENT
                     END-IF
                END-IF
           END-IF.
       320SWEEPSTUDENT.
           ADD 1 TO WS-SWEPT-COUNT.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE 0 TO WS-STU-CREDITS.
           MOVE 0 TO WS-NEW-PRICE.
           MOVE 0 TO WS-LAST-WD-DATE.
           PERFORM 250NETCHANGE THRU 250NETCHANGE-EXIT.
           REWRITE ASMTDATA
                INVALID KEY
                     DISPLAY 'DASASMT REWRITE FAILED FOR '
                          AS-KEY ' -- ' WS-ASMT-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
           END-REWRITE.
      **********************************************************
      *   THE URSBURS TRAILER -- THE FILE'S OWN CONTROL TOTALS *
      **********************************************************
       400WRITETRAILER.
           MOVE SPACES          TO BURSDATA.
           MOVE 'T'             TO BU-REC-TYPE.
           MOVE WS-PARM-TERM    TO BU-TERM.
           MOVE WS-FILE-COUNT   TO BU-DETAIL-COUNT.
           MOVE WS-FILE-CHARGES TO BU-CHARGE-TOTAL.
           MOVE WS-FILE-REFUNDS TO BU-REFUND-TOTAL.
           MOVE WS-FILE-NET     TO BU-NET-TOTAL.
           MOVE WS-RUN-DATE     TO BU-RUN-DATE.
           WRITE BURSDATA.
      **********************************************************
      *   END-OF-RUN PAGE -- THE REGISTER'S TOTALS, THE FILE'S *
      *   TRAILER TOTALS, AND WHETHER THEY AGREE               *
      **********************************************************
       500RUNTOTALS.
           WRITE REGREC FROM REG-RUNTOTAL-HEADING
                AFTER ADVANCING PAGE.
           MOVE SPACES TO REGREC.
           WRITE REGREC
                AFTER ADVANCING 1 LINE.
           MOVE 'STUDENTS ASSESSED       ' TO RC-LABEL.
           MOVE WS-STUDENT-COUNT TO RC-COUNT.
           PERFORM 510WRITECOUNTLINE.
           MOVE 'DROPPED ALL SEATS       ' TO RC-LABEL.
           MOVE WS-SWEPT-COUNT TO RC-COUNT.
           PERFORM 510WRITECOUNTLINE.
           MOVE 'STUDENTS CHANGED        ' TO RC-LABEL.
           MOVE WS-CHANGED-COUNT TO RC-COUNT.
           PERFORM 510WRITECOUNTLINE.
           MOVE 'SEATS NOT ON CATALOG    ' TO RC-LABEL.
           MOVE WS-NOTCAT-COUNT TO RC-COUNT.
           PERFORM 510WRITECOUNTLINE.
           MOVE SPACES TO REGREC.
           WRITE REGREC
                AFTER ADVANCING 1 LINE.
           MOVE 'REGISTER CHARGE LINES   ' TO RC-LABEL.
           MOVE WS-REG-CHARGE-COUNT TO RC-COUNT.
           PERFORM 510WRITECOUNTLINE.
           MOVE 'REGISTER CHARGES        ' TO RA-LABEL.
           MOVE WS-REG-CHARGES TO RA-AMOUNT.
           PERFORM 520WRITEAMOUNTLINE.
           MOVE 'REGISTER REFUND LINES   ' TO RC-LABEL.
           MOVE WS-REG-REFUND-COUNT TO RC-COUNT.
           PERFORM 510WRITECOUNTLINE.
           MOVE 'REGISTER REFUNDS        ' TO RA-LABEL.
           MOVE WS-REG-REFUNDS TO RA-AMOUNT.
           PERFORM 520WRITEAMOUNTLINE.
           MOVE 'RETAINED ON DROPS       ' TO RA-LABEL.
           MOVE WS-REG-RETAINED TO RA-AMOUNT.
           PERFORM 520WRITEAMOUNTLINE.
           MOVE SPACES TO REGREC.
           WRITE REGREC
                AFTER ADVANCING 1 LINE.
           MOVE 'URSBURS DETAIL RECORDS  ' TO RC-LABEL.
           MOVE WS-FILE-COUNT TO RC-COUNT.
           PERFORM 510WRITECOUNTLINE.
           MOVE 'URSBURS CHARGE TOTAL    ' TO RA-LABEL.
           MOVE WS-FILE-CHARGES TO RA-AMOUNT.
           PERFORM 520WRITEAMOUNTLINE.
           MOVE 'URSBURS REFUND TOTAL    ' TO RA-LABEL.
           MOVE WS-FILE-REFUNDS TO RA-AMOUNT.
           PERFORM 520WRITEAMOUNTLINE.
           MOVE 'URSBURS NET TOTAL       ' TO RA-LABEL.
           MOVE WS-FILE-NET TO RA-AMOUNT.
           PERFORM 520WRITEAMOUNTLINE.
           MOVE SPACES TO REGREC.
           WRITE REGREC
                AFTER ADVANCING 1 LINE.
           IF WS-REG-CHARGE-COUNT + WS-REG-REFUND-COUNT
                   = WS-FILE-COUNT
              AND WS-REG-CHARGES = WS-FILE-CHARGES
              AND WS-REG-REFUNDS = WS-FILE-REFUNDS
                MOVE 'REGISTER IN BALANCE WITH URSBURS' TO RB-TEXT
           ELSE
                MOVE '** REGISTER OUT OF BALANCE WITH URSBURS **'
                     TO RB-TEXT
                DISPLAY 'ASSESSMENT REGISTER OUT OF BALANCE WITH '
                     'URSBURS'
                IF RETURN-CODE < 8
                     MOVE 8 TO RETURN-CODE
                END-IF
           END-IF.
           WRITE REGREC FROM REG-BALANCE-LINE
                AFTER ADVANCING 1 LINE.
       510WRITECOUNTLINE.
           WRITE REGREC FROM REG-COUNT-LINE
                AFTER ADVANCING 1 LINE.
       520WRITEAMOUNTLINE.
           WRITE REGREC FROM REG-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
      *********************************************************
      *         READ THE SORTED LEDGER, PASSING OVER    ******
      *         SEATS FOR OTHER TERMS                   ******
      *********************************************************
       800READSRTASMT.
           READ SRTASMT INTO ENROLLDATA
                AT END
                     MOVE 'Y' TO EOF
                     GO TO 800READSRTASMT-EXIT
           END-READ.
           IF E-TERM NOT = WS-PARM-TERM
                GO TO 800READSRTASMT
           END-IF.
       800READSRTASMT-EXIT.
           EXIT.
      *********************************************************
      *         READ THE RATE TABLE                     ******
      *********************************************************
       810READRATEFILE.
           READ RATEFILE
                   AT END MOVE 'Y' TO EOF.
