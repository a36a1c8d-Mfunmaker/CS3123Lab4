       IDENTIFICATION DIVISION.
        PROGRAM-ID. CALMAINT.
        AUTHOR. Martin Funmaker.
      * ONLINE TERM-CALENDAR MAINTENANCE.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- ADD/UPDATE/DELETE/SHOW
      *        AGAINST THE INDEXED DASTCAL FILE, KEYED ON
      *        TC-TERM, SO EACH TERM'S REGISTRATION WINDOW
      *        AND ADD/DROP/WITHDRAW DEADLINES ARE ON FILE
      *        FOR CRSPOST TO ENFORCE AGAINST THE POSTING
      *        DATE OF EVERY WEB TRANSACTION, INSTEAD OF THE
      *        REGISTRAR ENFORCING THEM BY HAND.  EVERY DATE
      *        IS CHECKED AS A REAL CALENDAR DATE AND THE
      *        DEADLINES MUST FALL IN ORDER BEFORE THE RECORD
      *        IS WRITTEN.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT TCALFILE ASSIGN TO 'DASTCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM
               FILE STATUS IS WS-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  TCALFILE
           LABEL RECORDS ARE STANDARD.
           COPY CALLAYT.

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-FILE-STATUS    PIC XX  VALUE '00'.
           03  WS-DONE           PIC X   VALUE 'N'.
                 88 MAINT-DONE           VALUE 'Y'.
           03  WS-CHOICE         PIC X   VALUE SPACES.
           03  WS-DATE-OK        PIC X   VALUE 'N'.
                 88 DATE-OK              VALUE 'Y'.
           03  WS-CAL-OK         PIC X   VALUE 'N'.
                 88 CAL-OK               VALUE 'Y'.
      **********************************************************
      *   STAGING AREA FOR WHATEVER IS TYPED AT A DATE PROMPT, *
      *   SO IT CAN BE VALIDATED BEFORE IT'S MOVED INTO        *
      *   TERMCALDATA -- SAME APPROACH AS ROOMMNT AND CRSMAINT *
      **********************************************************
       77  WS-INPUT-LINE           PIC X(20) VALUE SPACES.
       77  WS-DATE-PROMPT          PIC X(40) VALUE SPACES.
       01  WS-DATE-VALUE           PIC 9(8)  VALUE 0.
       01  WS-DATE-SPLIT REDEFINES WS-DATE-VALUE.
           03 WS-DATE-YYYY       PIC 9(4).
           03 WS-DATE-MM         PIC 99.
           03 WS-DATE-DD         PIC 99.
      **********************************************************
      *   DAYS IN EACH MONTH, FEBRUARY STRETCHED TO 29 IN A    *
      *   LEAP YEAR -- THE SAME TABLE TRNDRPT WALKS DATES WITH *
      **********************************************************
       01  WS-MONTH-TABLE.
           03 FILLER             PIC X(24) VALUE
                 '312831303130313130313031'.
       01  WS-MONTH-TAB REDEFINES WS-MONTH-TABLE.
           03 WS-MONTH-LEN OCCURS 12 TIMES PIC 99.
        77 WS-THIS-MONTH-LEN     PIC 99   COMP VALUE 0.
        77 WS-LEAP-REM           PIC 9(5) COMP VALUE 0.
        77 WS-LEAP-Q             PIC 9(5) COMP VALUE 0.

        PROCEDURE DIVISION.
       000MAINLINE.
           OPEN I-O TCALFILE.
           IF WS-FILE-STATUS = '35'
                DISPLAY 'DASTCAL DOES NOT EXIST -- CREATING IT'
                CLOSE TCALFILE
                OPEN OUTPUT TCALFILE
                CLOSE TCALFILE
                OPEN I-O TCALFILE
           END-IF.
           PERFORM 100MAINMENU
                UNTIL MAINT-DONE.
           CLOSE TCALFILE.
           STOP RUN.
      **********************************************************
      *                 MAIN MENU                              *
      **********************************************************
       100MAINMENU.
           DISPLAY ' '.
           DISPLAY 'TERM CALENDAR MAINTENANCE'.
           DISPLAY '  A - ADD A TERM CALENDAR'.
           DISPLAY '  U - UPDATE A TERM CALENDAR'.
           DISPLAY '  D - DELETE A TERM CALENDAR'.
           DISPLAY '  S - SHOW A TERM CALENDAR'.
           DISPLAY '  Q - QUIT'.
           DISPLAY 'SELECTION? ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 'A' OR WS-CHOICE = 'a'
                PERFORM 200ADDCALENDAR THRU 200ADDCALENDAR-EXIT
           ELSE
                IF WS-CHOICE = 'U' OR WS-CHOICE = 'u'
                     PERFORM 300UPDATECALENDAR THRU
                          300UPDATECALENDAR-EXIT
                ELSE
                     IF WS-CHOICE = 'D' OR WS-CHOICE = 'd'
                          PERFORM 400DELETECALENDAR THRU
                               400DELETECALENDAR-EXIT
                     ELSE
                          IF WS-CHOICE = 'S' OR WS-CHOICE = 's'
                               PERFORM 500SHOWCALENDAR THRU
                                    500SHOWCALENDAR-EXIT
                          ELSE
                               IF WS-CHOICE = 'Q' OR WS-CHOICE = 'q'
                                    MOVE 'Y' TO WS-DONE
                               ELSE
                                    DISPLAY 'NOT A VALID SELECTION'
                               END-IF
                          END-IF
                     END-IF
                END-IF
           END-IF.
      **********************************************************
      *   ADD A NEW TERM CALENDAR                              *
      **********************************************************
       200ADDCALENDAR.
           MOVE SPACES TO TERMCALDATA.
           MOVE 0 TO TC-REG-OPEN TC-REG-CLOSE TC-LAST-ADD
                     TC-LAST-DROP TC-LAST-WITHDRAW TC-CENSUS
                     TC-TERM-START TC-TERM-END.
           DISPLAY 'TERM CODE, E.G. 2025F (5 CHAR)?     '
                WITH NO ADVANCING.
           ACCEPT TC-TERM.
           IF TC-TERM = SPACES
                DISPLAY 'TERM CODE IS REQUIRED'
                GO TO 200ADDCALENDAR-EXIT
           END-IF.
           READ TCALFILE
                KEY IS TC-TERM
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     DISPLAY 'THAT TERM ALREADY HAS A CALENDAR'
                     GO TO 200ADDCALENDAR-EXIT
           END-READ.
           PERFORM 250ACCEPTCALFIELDS.
           IF NOT CAL-OK
                DISPLAY 'CALENDAR NOT ADDED'
                GO TO 200ADDCALENDAR-EXIT
           END-IF.
           WRITE TERMCALDATA
                INVALID KEY
                     DISPLAY 'UNABLE TO ADD -- ' WS-FILE-STATUS
           END-WRITE.
       200ADDCALENDAR-EXIT.
           EXIT.
      **********************************************************
      *   UPDATE AN EXISTING TERM CALENDAR -- A BLANK ANSWER   *
      *   AT A DATE PROMPT KEEPS THE DATE ALREADY ON FILE      *
      **********************************************************
       300UPDATECALENDAR.
           DISPLAY 'TERM CODE, E.G. 2025F (5 CHAR)?     '
                WITH NO ADVANCING.
           ACCEPT TC-TERM.
           READ TCALFILE
                KEY IS TC-TERM
                INVALID KEY
                     DISPLAY 'NO CALENDAR ON FILE FOR THAT TERM'
                     GO TO 300UPDATECALENDAR-EXIT
           END-READ.
           PERFORM 250ACCEPTCALFIELDS.
           IF NOT CAL-OK
                DISPLAY 'CALENDAR NOT UPDATED'
                GO TO 300UPDATECALENDAR-EXIT
           END-IF.
           REWRITE TERMCALDATA
                INVALID KEY
                     DISPLAY 'UNABLE TO UPDATE -- ' WS-FILE-STATUS
           END-REWRITE.
       300UPDATECALENDAR-EXIT.
           EXIT.
      **********************************************************
      *   DELETE A TERM CALENDAR -- CRSPOST THEN POSTS THE     *
      *   TERM WITH NO DEADLINE CHECKS AT ALL                  *
      **********************************************************
       400DELETECALENDAR.
           DISPLAY 'TERM CODE, E.G. 2025F (5 CHAR)?     '
                WITH NO ADVANCING.
           ACCEPT TC-TERM.
           READ TCALFILE
                KEY IS TC-TERM
                INVALID KEY
                     DISPLAY 'NO CALENDAR ON FILE FOR THAT TERM'
                     GO TO 400DELETECALENDAR-EXIT
           END-READ.
           DISPLAY 'DELETE CALENDAR FOR ' TC-TERM
                ' -- DEADLINES WILL NO LONGER BE ENFORCED'.
           DISPLAY 'ARE YOU SURE (Y/N)? '
                WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 'Y' OR WS-CHOICE = 'y'
                DELETE TCALFILE
                     INVALID KEY
                          DISPLAY 'UNABLE TO DELETE -- '
                               WS-FILE-STATUS
                END-DELETE
           ELSE
                DISPLAY 'DELETE CANCELLED'
           END-IF.
       400DELETECALENDAR-EXIT.
           EXIT.
      **********************************************************
      *   SHOW A TERM CALENDAR AS IT STANDS ON FILE            *
      **********************************************************
       500SHOWCALENDAR.
           DISPLAY 'TERM CODE, E.G. 2025F (5 CHAR)?     '
                WITH NO ADVANCING.
           ACCEPT TC-TERM.
           READ TCALFILE
                KEY IS TC-TERM
                INVALID KEY
                     DISPLAY 'NO CALENDAR ON FILE FOR THAT TERM'
                     GO TO 500SHOWCALENDAR-EXIT
           END-READ.
           DISPLAY 'TERM                           ' TC-TERM.
           DISPLAY 'REGISTRATION OPENS             ' TC-REG-OPEN.
           DISPLAY 'REGISTRATION CLOSES            ' TC-REG-CLOSE.
           DISPLAY 'LAST DAY TO ADD                ' TC-LAST-ADD.
           DISPLAY 'LAST DAY TO DROP WITHOUT RECORD '
                TC-LAST-DROP.
           DISPLAY 'LAST DAY TO WITHDRAW           '
                TC-LAST-WITHDRAW.
           DISPLAY 'CENSUS DATE                    ' TC-CENSUS.
           DISPLAY 'TERM STARTS                    ' TC-TERM-START.
           DISPLAY 'TERM ENDS                      ' TC-TERM-END.
       500SHOWCALENDAR-EXIT.
           EXIT.
      **********************************************************
      *   PROMPT FOR EVERY DATE OF A TERMCALDATA RECORD, THEN  *
      *   CHECK THE DEADLINES FALL IN ORDER -- SHARED BY ADD   *
      *   AND UPDATE.  CAL-OK COMES BACK OFF WHEN THEY DON'T   *
      **********************************************************
       250ACCEPTCALFIELDS.
           MOVE 'REGISTRATION OPENS (YYYYMMDD)?'  TO WS-DATE-PROMPT.
           MOVE TC-REG-OPEN      TO WS-DATE-VALUE.
           PERFORM 260ACCEPTDATE.
           MOVE WS-DATE-VALUE    TO TC-REG-OPEN.
           MOVE 'REGISTRATION CLOSES (YYYYMMDD)?' TO WS-DATE-PROMPT.
           MOVE TC-REG-CLOSE     TO WS-DATE-VALUE.
           PERFORM 260ACCEPTDATE.
           MOVE WS-DATE-VALUE    TO TC-REG-CLOSE.
           MOVE 'LAST DAY TO ADD (YYYYMMDD)?'     TO WS-DATE-PROMPT.
           MOVE TC-LAST-ADD      TO WS-DATE-VALUE.
           PERFORM 260ACCEPTDATE.
           MOVE WS-DATE-VALUE    TO TC-LAST-ADD.
           MOVE 'LAST DAY TO DROP, NO RECORD (YYYYMMDD)?'
                TO WS-DATE-PROMPT.
           MOVE TC-LAST-DROP     TO WS-DATE-VALUE.
           PERFORM 260ACCEPTDATE.
           MOVE WS-DATE-VALUE    TO TC-LAST-DROP.
           MOVE 'LAST DAY TO WITHDRAW (YYYYMMDD)?' TO WS-DATE-PROMPT.
           MOVE TC-LAST-WITHDRAW TO WS-DATE-VALUE.
           PERFORM 260ACCEPTDATE.
           MOVE WS-DATE-VALUE    TO TC-LAST-WITHDRAW.
           MOVE 'CENSUS DATE (YYYYMMDD)?'         TO WS-DATE-PROMPT.
           MOVE TC-CENSUS        TO WS-DATE-VALUE.
           PERFORM 260ACCEPTDATE.
           MOVE WS-DATE-VALUE    TO TC-CENSUS.
           MOVE 'FIRST DAY OF TERM (YYYYMMDD)?'   TO WS-DATE-PROMPT.
           MOVE TC-TERM-START    TO WS-DATE-VALUE.
           PERFORM 260ACCEPTDATE.
           MOVE WS-DATE-VALUE    TO TC-TERM-START.
           MOVE 'LAST DAY OF TERM (YYYYMMDD)?'    TO WS-DATE-PROMPT.
           MOVE TC-TERM-END      TO WS-DATE-VALUE.
           PERFORM 260ACCEPTDATE.
           MOVE WS-DATE-VALUE    TO TC-TERM-END.
           PERFORM 270CHECKSEQUENCE THRU 270CHECKSEQUENCE-EXIT.
      **********************************************************
      *   ONE DATE -- PROMPT UNTIL A REAL YYYYMMDD DATE IS     *
      *   TYPED, OR A BLANK LINE KEEPS THE DATE ALREADY THERE  *
      **********************************************************
       260ACCEPTDATE.
           MOVE 'N' TO WS-DATE-OK.
           PERFORM 261PROMPTONEDATE THRU 261PROMPTONEDATE-EXIT
                UNTIL DATE-OK.
       261PROMPTONEDATE.
           DISPLAY WS-DATE-PROMPT WITH NO ADVANCING.
           IF WS-DATE-VALUE NOT = 0
                DISPLAY ' [' WS-DATE-VALUE '] ' WITH NO ADVANCING
           ELSE
                DISPLAY ' ' WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-INPUT-LINE.
           ACCEPT WS-INPUT-LINE.
           IF WS-INPUT-LINE = SPACES AND WS-DATE-VALUE NOT = 0
                MOVE 'Y' TO WS-DATE-OK
                GO TO 261PROMPTONEDATE-EXIT
           END-IF.
           IF WS-INPUT-LINE (1:8) IS NOT NUMERIC
              OR WS-INPUT-LINE (9:12) NOT = SPACES
                DISPLAY 'ENTER THE DATE AS YYYYMMDD'
                GO TO 261PROMPTONEDATE-EXIT
           END-IF.
           MOVE WS-INPUT-LINE (1:8) TO WS-DATE-VALUE.
           IF WS-DATE-YYYY < 1900
              OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
              OR WS-DATE-DD < 1
                DISPLAY 'NOT A CALENDAR DATE -- ' WS-DATE-VALUE
                MOVE 0 TO WS-DATE-VALUE
                GO TO 261PROMPTONEDATE-EXIT
           END-IF.
           MOVE WS-MONTH-LEN (WS-DATE-MM) TO WS-THIS-MONTH-LEN.
           IF WS-DATE-MM = 2
                PERFORM 920CHECKLEAPYEAR THRU 920CHECKLEAPYEAR-EXIT
           END-IF.
           IF WS-DATE-DD > WS-THIS-MONTH-LEN
                DISPLAY 'NOT A CALENDAR DATE -- ' WS-DATE-VALUE
                MOVE 0 TO WS-DATE-VALUE
                GO TO 261PROMPTONEDATE-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-OK.
       261PROMPTONEDATE-EXIT.
           EXIT.
      **********************************************************
      *   THE DEADLINES MUST FALL IN ORDER -- REGISTRATION     *
      *   OPENS BEFORE IT CLOSES AND BEFORE THE ADD DEADLINE,  *
      *   ADD, DROP, AND WITHDRAW DEADLINES RUN FORWARD AND    *
      *   FALL ON OR BEFORE THE LAST DAY OF TERM, AND THE      *
      *   CENSUS DATE FALLS INSIDE THE TERM                    *
      **********************************************************
       270CHECKSEQUENCE.
           MOVE 'N' TO WS-CAL-OK.
           IF TC-REG-CLOSE < TC-REG-OPEN
                DISPLAY 'REGISTRATION CLOSES BEFORE IT OPENS'
                GO TO 270CHECKSEQUENCE-EXIT
           END-IF.
           IF TC-LAST-ADD < TC-REG-OPEN
                DISPLAY 'ADD DEADLINE FALLS BEFORE REGISTRATION '
                     'OPENS'
                GO TO 270CHECKSEQUENCE-EXIT
           END-IF.
           IF TC-TERM-END < TC-TERM-START
                DISPLAY 'TERM ENDS BEFORE IT STARTS'
                GO TO 270CHECKSEQUENCE-EXIT
           END-IF.
           IF TC-LAST-DROP < TC-LAST-ADD
                DISPLAY 'DROP DEADLINE FALLS BEFORE THE ADD '
                     'DEADLINE'
                GO TO 270CHECKSEQUENCE-EXIT
           END-IF.
           IF TC-LAST-WITHDRAW < TC-LAST-DROP
                DISPLAY 'WITHDRAW DEADLINE FALLS BEFORE THE DROP '
                     'DEADLINE'
                GO TO 270CHECKSEQUENCE-EXIT
           END-IF.
           IF TC-LAST-WITHDRAW > TC-TERM-END
                DISPLAY 'WITHDRAW DEADLINE FALLS AFTER THE TERM '
                     'ENDS'
                GO TO 270CHECKSEQUENCE-EXIT
           END-IF.
           IF TC-CENSUS < TC-TERM-START
              OR TC-CENSUS > TC-TERM-END
                DISPLAY 'CENSUS DATE FALLS OUTSIDE THE TERM'
                GO TO 270CHECKSEQUENCE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CAL-OK.
       270CHECKSEQUENCE-EXIT.
           EXIT.
      **********************************************************
      *   FEBRUARY HAS 29 DAYS IN A LEAP YEAR -- DIVISIBLE BY  *
      *   4, EXCEPT CENTURIES NOT DIVISIBLE BY 400             *
      **********************************************************
       920CHECKLEAPYEAR.
           DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-Q
                REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0
                GO TO 920CHECKLEAPYEAR-EXIT
           END-IF.
           DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-Q
                REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0
                MOVE 29 TO WS-THIS-MONTH-LEN
                GO TO 920CHECKLEAPYEAR-EXIT
           END-IF.
           DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-Q
                REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0
                MOVE 29 TO WS-THIS-MONTH-LEN
           END-IF.
       920CHECKLEAPYEAR-EXIT.
           EXIT.
