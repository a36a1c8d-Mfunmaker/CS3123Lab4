       IDENTIFICATION DIVISION.
        PROGRAM-ID. CRSCTL.
        AUTHOR. Martin Funmaker.
      * NIGHTLY CYCLE CONTROL.
      * THE NIGHT IS TEN-ODD PROGRAMS (CRSAUDIT, CRSUNLD,
      * CRSPOST, CRSBATCH, CRSBAL, LAB4, CRSROSTR, TRNDRPT ...)
      * AND UNTIL NOW THE OPERATOR DECIDED BY EYE WHETHER TO GO
      * ON AFTER AN 8 OR A 16 -- WHICH IS HOW LAB4 CAME TO
      * PUBLISH A URSXTRC EXTRACT OFF A FAILED CRSAUDIT.  THIS
      * PROGRAM RUNS THE STEPS ON THE DASSTEP CONTROL CARDS IN
      * ORDER, HOLDS EACH ONE TO ITS CARD'S MAXIMUM RETURN CODE,
      * AND STOPS THE STREAM AT THE FIRST STEP OVER ITS LIMIT
      * WHOSE CARD SAYS A FAILURE STOPS IT.  EVERY STEP'S START,
      * END AND RETURN CODE GO ON THE CRSCYCLE STATUS FILE AS
      * THEY HAPPEN, SO A RERUN AFTER A STOP PICKS UP AT THE
      * FAILED STEP -- CRSPOST DOESN'T POST WEBTRANS TWICE --
      * AND THE URSOPS SUMMARY IN THE MORNING SHOWS THE WHOLE
      * NIGHT, WHICHEVER RUN EACH STEP RAN IN.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- DASSTEP CARDS LOADED TO
      *        CORE, EACH STEP RUN AS A COMMAND WITH &CURDATE
      *        AND &PRVDATE FILLED IN FROM THE CYCLE, CRSCYCLE
      *        REWRITTEN AROUND EVERY STEP, RESTART AT THE
      *        FIRST STEP NOT YET DONE UNLESS THE PARM SAYS
      *        FRESH, URSOPS SUMMARY, RETURN CODE 16 WHEN THE
      *        STREAM STOPS OR THE CARDS ARE BAD AND 4 WHEN A
      *        STEP WENT OVER ITS LIMIT BUT THE STREAM CARRIED
      *        ON.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT STEPFILE ASSIGN TO 'DASSTEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.
           SELECT CYCLEFILE ASSIGN TO 'CRSCYCLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT OPSFILE ASSIGN TO 'URSOPS'
               ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  STEPFILE
           LABEL RECORDS ARE STANDARD.
           COPY STEPLAYT.
        FD  CYCLEFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY CYCLAYT.
        FD  OPSFILE
           LABEL RECORDS ARE STANDARD.
       01  OPSREC              PIC X(132).

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-STEP-FILE-STATUS  PIC XX  VALUE '00'.
           03  WS-CYCLE-FILE-STATUS PIC XX  VALUE '00'.
           03  EOF                  PIC X   VALUE 'N'.
                 88 ENDOFDATA               VALUE 'Y'.
           03  WS-RESUME-SW         PIC X   VALUE 'N'.
                 88 RESUMING-CYCLE          VALUE 'Y'.
           03  WS-STOPPED-SW        PIC X   VALUE 'N'.
                 88 STREAM-STOPPED          VALUE 'Y'.
      **********************************************************
      *   RUN-TIME PARAMETER CARD:                             *
      *     1-5   FRESH TO START A NEW CYCLE EVEN THOUGH THE   *
      *           LAST ONE STOPPED (BLANK = RESUME A STOPPED   *
      *           CYCLE, OTHERWISE START TODAY'S)              *
      **********************************************************
       01  WS-PARM-LINE.
           03 WS-PARM-MODE         PIC X(5).
                 88 PARM-FRESH              VALUE 'FRESH'.
           03 FILLER               PIC X(35).
      **********************************************************
      *   THE CYCLE -- TODAY'S, OR THE STOPPED ONE BEING       *
      *   RESUMED, WHOSE DATE STAYS THE CYCLE'S DATE EVEN      *
      *   WHEN THE RERUN IS PAST MIDNIGHT                      *
      **********************************************************
       01  WS-CYCLE.
           03 WS-CYCLE-DATE        PIC 9(8)  VALUE 0.
           03 WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE
                                   PIC X(8).
           03 WS-CYCLE-TIME        PIC 9(6)  VALUE 0.
           03 WS-PREV-DATE         PIC 9(8)  VALUE 0.
           03 WS-PREV-DATE-X REDEFINES WS-PREV-DATE
                                   PIC X(8).
           03 WS-CYCLE-STATE       PIC X     VALUE 'R'.
           03 WS-RUN-COUNT         PIC 99    VALUE 0.
      **********************************************************
      *   THE LAST CYCLE AS CRSCYCLE LEFT IT                   *
      **********************************************************
       01  WS-OLD-CYCLE.
           03 WS-OLD-FOUND         PIC X     VALUE 'N'.
                 88 OLD-CYCLE-FOUND         VALUE 'Y'.
           03 WS-OLD-DATE          PIC 9(8)  VALUE 0.
           03 WS-OLD-TIME          PIC 9(6)  VALUE 0.
           03 WS-OLD-PREV-DATE     PIC 9(8)  VALUE 0.
           03 WS-OLD-STATE         PIC X     VALUE SPACE.
                 88 OLD-CYCLE-COMPLETE      VALUE 'C'.
           03 WS-OLD-RUN-COUNT     PIC 99    VALUE 0.
           03 WS-OLD-STEP-COUNT    PIC 999   VALUE 0.
       01  WS-TODAY.
           03 WS-TODAY-DATE        PIC 9(8).
           03 WS-TODAY-TIME.
                05 WS-TODAY-HHMMSS PIC 9(6).
                05 FILLER          PIC 99.
      **********************************************************
      *   THE NIGHT'S STEPS, LOADED FROM DASSTEP AND CARRYING  *
      *   EACH STEP'S STATUS AS CRSCYCLE RECORDS IT            *
      **********************************************************
       01 STEP-TABLE.
           03 SX-ENTRY OCCURS 50 TIMES.
                05 SX-STEP-NAME      PIC X(8).
                05 SX-MAX-RC         PIC 99.
                05 SX-STOP-FLAG      PIC X.
                05 SX-COMMAND        PIC X(66).
                05 SX-STATUS         PIC X.
                05 SX-START-DATE     PIC 9(8).
                05 SX-START-TIME     PIC 9(6).
                05 SX-END-DATE       PIC 9(8).
                05 SX-END-TIME       PIC 9(6).
                05 SX-RC             PIC 9(4).
                05 SX-RUN-NUMBER     PIC 99.
        77 SX-COUNT              PIC 9(3) COMP VALUE 0.
        77 SX-I                  PIC 9(3) COMP VALUE 0.
        77 SX-J                  PIC 9(3) COMP VALUE 0.
        77 WS-CARD-COUNT         PIC 9(5) COMP VALUE 0.
        77 WS-STEP-RC            PIC S9(9) COMP VALUE 0.
        77 WS-RAN-COUNT          PIC 9(3) COMP VALUE 0.
        77 WS-CARRIED-COUNT      PIC 9(3) COMP VALUE 0.
        77 WS-OVER-COUNT         PIC 9(3) COMP VALUE 0.
        77 WS-NOTRUN-COUNT       PIC 9(3) COMP VALUE 0.
        77 WS-STOPPED-STEP       PIC X(8) VALUE SPACES.
        77 WS-RC-EDIT            PIC ZZZ9.
      **********************************************************
      *   THE COMMAND THAT RUNS ONE STEP                       *
      **********************************************************
       01  WS-COMMAND-LINE         PIC X(80) VALUE SPACES.
      ********************************************************
      *     DESCRIPTION OF OPERATIONS SUMMARY              ***
      ********************************************************
       01 OPS-HEADING1.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(33)       VALUE
                 'NIGHTLY CYCLE OPERATIONS SUMMARY '.
       01 OPS-HEADING2.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(11)       VALUE
                 'CYCLE DATE '.
           03 OH-CYCLE-DATE     PIC 9(8).
           03 FILLER            PIC X(9)        VALUE
                 '  STARTED'.
           03 FILLER            PIC X           VALUE   SPACES.
           03 OH-CYCLE-TIME     PIC 9(6).
           03 FILLER            PIC X(6)        VALUE
                 '  RUN '.
           03 OH-RUN-COUNT      PIC Z9.
       01 OPS-HEADING3.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 FILLER            PIC X(5)        VALUE   'SEQ'.
           03 FILLER            PIC X(10)       VALUE   'STEP'.
           03 FILLER            PIC X(5)        VALUE   'MAX'.
           03 FILLER            PIC X(5)        VALUE   'STOP'.
           03 FILLER            PIC X(17)       VALUE   'STARTED'.
           03 FILLER            PIC X(17)       VALUE   'ENDED'.
           03 FILLER            PIC X(6)        VALUE   '  RC'.
           03 FILLER            PIC X(5)        VALUE   'RUN'.
           03 FILLER            PIC X(7)        VALUE   'OUTCOME'.
       01 OPSDATA.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 OD-SEQ            PIC ZZ9.
           03 FILLER            PIC XX          VALUE   SPACES.
           03 OD-STEP-NAME      PIC X(8).
           03 FILLER            PIC XX          VALUE   SPACES.
           03 OD-MAX-RC         PIC Z9.
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 OD-STOP-FLAG      PIC X.
           03 FILLER            PIC X(4)        VALUE   SPACES.
           03 OD-START-DATE     PIC X(8).
           03 FILLER            PIC X           VALUE   SPACES.
           03 OD-START-TIME     PIC X(6).
           03 FILLER            PIC XX          VALUE   SPACES.
           03 OD-END-DATE       PIC X(8).
           03 FILLER            PIC X           VALUE   SPACES.
           03 OD-END-TIME       PIC X(6).
           03 FILLER            PIC XX          VALUE   SPACES.
           03 OD-RC             PIC X(4).
           03 FILLER            PIC XX          VALUE   SPACES.
           03 OD-RUN-NUMBER     PIC X(2).
           03 FILLER            PIC X(3)        VALUE   SPACES.
           03 OD-OUTCOME        PIC X(32).
       01 OPS-END-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 OE-TEXT           PIC X(70).
       01 OPSTOTAL-LINE.
           03 FILLER            PIC X(10)       VALUE   SPACES.
           03 OT-LABEL          PIC X(24).
           03 OT-COUNT          PIC ZZZZZZ9.

        PROCEDURE DIVISION.
       000MAINLINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           PERFORM 100LOADSTEPS THRU 100LOADSTEPS-EXIT.
           IF RETURN-CODE NOT = 0
                GO TO 000MAINLINE-EXIT
           END-IF.
           PERFORM 200OPENCYCLE THRU 200OPENCYCLE-EXIT.
           IF RETURN-CODE NOT = 0
                GO TO 000MAINLINE-EXIT
           END-IF.
           PERFORM 400WRITECYCLE THRU 400WRITECYCLE-EXIT.
           IF RETURN-CODE NOT = 0
                GO TO 000MAINLINE-EXIT
           END-IF.
           PERFORM 300RUNONESTEP THRU 300RUNONESTEP-EXIT
                VARYING SX-I FROM 1 BY 1
                UNTIL SX-I > SX-COUNT OR STREAM-STOPPED.
           IF STREAM-STOPPED
                MOVE 'F' TO WS-CYCLE-STATE
           ELSE
                MOVE 'C' TO WS-CYCLE-STATE
           END-IF.
           PERFORM 400WRITECYCLE THRU 400WRITECYCLE-EXIT.
           PERFORM 600OPSSUMMARY.
           IF RETURN-CODE NOT = 0
                GO TO 000MAINLINE-EXIT
           END-IF.
           IF STREAM-STOPPED
                DISPLAY 'CYCLE ' WS-CYCLE-DATE ' STOPPED AT '
                     WS-STOPPED-STEP ' -- RERUN CRSCTL TO RESUME'
                MOVE 16 TO RETURN-CODE
                GO TO 000MAINLINE-EXIT
           END-IF.
           DISPLAY 'CYCLE ' WS-CYCLE-DATE ' COMPLETE'.
           IF WS-OVER-COUNT > 0
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
       000MAINLINE-EXIT.
           STOP RUN.
      **********************************************************
      *   LOAD THE STEP CARDS.  A BAD CARD ENDS THE RUN BEFORE *
      *   ANY STEP STARTS -- HALF A NIGHT RUN OFF A MISKEYED   *
      *   CARD IS WORSE THAN NONE                              *
      **********************************************************
       100LOADSTEPS.
           OPEN INPUT STEPFILE.
           IF WS-STEP-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DASSTEP -- '
                     WS-STEP-FILE-STATUS ' -- NOTHING RUN'
                MOVE 16 TO RETURN-CODE
                GO TO 100LOADSTEPS-EXIT
           END-IF.
           MOVE 'N' TO EOF.
           PERFORM 800READSTEPFILE.
           PERFORM 110LOADONECARD
                UNTIL ENDOFDATA.
           CLOSE STEPFILE.
           IF RETURN-CODE NOT = 0
                GO TO 100LOADSTEPS-EXIT
           END-IF.
           IF SX-COUNT = 0
                DISPLAY 'NO STEP CARDS ON DASSTEP -- NOTHING RUN'
                MOVE 16 TO RETURN-CODE
           END-IF.
       100LOADSTEPS-EXIT.
           EXIT.
       110LOADONECARD.
           IF STEPDATA (1:1) = '*' OR STEPDATA = SPACES
                PERFORM 800READSTEPFILE
           ELSE
                PERFORM 120EDITONECARD
           END-IF.
       120EDITONECARD.
           IF SP-STEP-NAME = SPACES
              OR SP-MAX-RC NOT NUMERIC
              OR NOT (SP-STOP-ON-FAILURE OR SP-CARRY-ON)
                DISPLAY 'DASSTEP CARD ' WS-CARD-COUNT ' NOT VALID -- '
                     STEPDATA (1:13) ' -- NOTHING RUN'
                MOVE 16 TO RETURN-CODE
                MOVE 'Y' TO EOF
           ELSE
                IF SX-COUNT < 50
                     ADD 1 TO SX-COUNT
                     MOVE SP-STEP-NAME TO SX-STEP-NAME (SX-COUNT)
                     MOVE SP-MAX-RC    TO SX-MAX-RC (SX-COUNT)
                     MOVE SP-STOP-FLAG TO SX-STOP-FLAG (SX-COUNT)
                     MOVE SP-COMMAND   TO SX-COMMAND (SX-COUNT)
                     MOVE 'P'          TO SX-STATUS (SX-COUNT)
                     MOVE 0            TO SX-START-DATE (SX-COUNT)
                                          SX-START-TIME (SX-COUNT)
                                          SX-END-DATE (SX-COUNT)
                                          SX-END-TIME (SX-COUNT)
                                          SX-RC (SX-COUNT)
                                          SX-RUN-NUMBER (SX-COUNT)
                     PERFORM 800READSTEPFILE
                ELSE
                     DISPLAY 'STEP TABLE FULL AT 50 ENTRIES -- '
                          'NOTHING RUN'
                     MOVE 16 TO RETURN-CODE
                     MOVE 'Y' TO EOF
                END-IF
           END-IF.
      **********************************************************
      *   DECIDE WHICH CYCLE THIS RUN IS.  NO CRSCYCLE, A      *
      *   COMPLETED LAST CYCLE, OR A FRESH PARM STARTS TODAY'S *
      *   CYCLE; A STOPPED OR INTERRUPTED ONE IS RESUMED WITH  *
      *   ITS STEPS' STATUS, PROVIDED DASSTEP STILL LISTS THE  *
      *   SAME STEPS.  A CYCLE ALREADY COMPLETED TODAY ISN'T   *
      *   STARTED OVER WITHOUT FRESH -- THAT WOULD POST THE    *
      *   DAY'S WEBTRANS A SECOND TIME                         *
      **********************************************************
       200OPENCYCLE.
           OPEN INPUT CYCLEFILE.
           IF WS-CYCLE-FILE-STATUS = '35'
                DISPLAY 'CRSCYCLE DOES NOT EXIST -- STARTING THE '
                     'FIRST CYCLE'
                GO TO 200OPENCYCLE-NEW
           END-IF.
           IF WS-CYCLE-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN CRSCYCLE -- '
                     WS-CYCLE-FILE-STATUS ' -- NOTHING RUN'
                MOVE 16 TO RETURN-CODE
                GO TO 200OPENCYCLE-EXIT
           END-IF.
           MOVE 'N' TO EOF.
           PERFORM 810READCYCLEFILE.
           IF NOT ENDOFDATA AND CY-HEADER
                MOVE 'Y'           TO WS-OLD-FOUND
                MOVE CY-CYCLE-DATE TO WS-OLD-DATE
                MOVE CY-CYCLE-TIME TO WS-OLD-TIME
                MOVE CY-PREV-DATE  TO WS-OLD-PREV-DATE
                MOVE CY-STATE      TO WS-OLD-STATE
                MOVE CY-RUN-COUNT  TO WS-OLD-RUN-COUNT
                MOVE CY-STEP-COUNT TO WS-OLD-STEP-COUNT
           END-IF.
           IF NOT OLD-CYCLE-FOUND
                CLOSE CYCLEFILE
                DISPLAY 'CRSCYCLE HAS NO HEADER -- STARTING A NEW '
                     'CYCLE'
                GO TO 200OPENCYCLE-NEW
           END-IF.
           IF OLD-CYCLE-COMPLETE
                CLOSE CYCLEFILE
                IF WS-OLD-DATE = WS-TODAY-DATE AND NOT PARM-FRESH
                     DISPLAY 'CYCLE ' WS-OLD-DATE ' ALREADY COMPLETE '
                          '-- PARM FRESH TO RUN IT AGAIN'
                     MOVE 16 TO RETURN-CODE
                     GO TO 200OPENCYCLE-EXIT
                END-IF
                GO TO 200OPENCYCLE-NEW
           END-IF.
           IF PARM-FRESH
                CLOSE CYCLEFILE
                DISPLAY 'CYCLE ' WS-OLD-DATE ' ABANDONED BY FRESH '
                     'PARM -- STARTING A NEW CYCLE'
                GO TO 200OPENCYCLE-NEW
           END-IF.
           IF WS-OLD-STEP-COUNT NOT = SX-COUNT
                CLOSE CYCLEFILE
                DISPLAY 'DASSTEP HAS ' SX-COUNT ' STEPS, STOPPED CYCLE '
                     WS-OLD-DATE ' HAD ' WS-OLD-STEP-COUNT
                     ' -- RESTORE DASSTEP OR RUN FRESH'
                MOVE 16 TO RETURN-CODE
                GO TO 200OPENCYCLE-EXIT
           END-IF.
           PERFORM 810READCYCLEFILE.
           PERFORM 210LOADONESTATUS
                UNTIL ENDOFDATA.
           CLOSE CYCLEFILE.
           IF RETURN-CODE NOT = 0
                GO TO 200OPENCYCLE-EXIT
           END-IF.
           MOVE 'Y'              TO WS-RESUME-SW.
           MOVE WS-OLD-DATE      TO WS-CYCLE-DATE.
           MOVE WS-OLD-TIME      TO WS-CYCLE-TIME.
           MOVE WS-OLD-PREV-DATE TO WS-PREV-DATE.
           ADD 1 WS-OLD-RUN-COUNT GIVING WS-RUN-COUNT.
           DISPLAY 'RESUMING CYCLE ' WS-CYCLE-DATE ' -- RUN '
                WS-RUN-COUNT.
           GO TO 200OPENCYCLE-EXIT.
       200OPENCYCLE-NEW.
           MOVE WS-TODAY-DATE   TO WS-CYCLE-DATE.
           MOVE WS-TODAY-HHMMSS TO WS-CYCLE-TIME.
           MOVE WS-OLD-DATE     TO WS-PREV-DATE.
           MOVE 1               TO WS-RUN-COUNT.
           DISPLAY 'STARTING CYCLE ' WS-CYCLE-DATE.
       200OPENCYCLE-EXIT.
           EXIT.
      **********************************************************
      *   CARRY ONE STEP'S STATUS FROM THE STOPPED CYCLE ONTO  *
      *   ITS CARD -- SAME POSITION, SAME STEP NAME, OR THE    *
      *   RESUME IS REFUSED                                    *
      **********************************************************
       210LOADONESTATUS.
           IF NOT CY-STEP
              OR CY-SEQ NOT NUMERIC
              OR CY-SEQ < 1 OR CY-SEQ > SX-COUNT
                DISPLAY 'CRSCYCLE STEP RECORD NOT VALID -- '
                     CYCLEDATA (1:12) ' -- RESTORE DASSTEP OR RUN FRESH'
                MOVE 16 TO RETURN-CODE
                MOVE 'Y' TO EOF
           ELSE
                IF CY-STEP-NAME NOT = SX-STEP-NAME (CY-SEQ)
                     DISPLAY 'STEP ' CY-SEQ ' WAS ' CY-STEP-NAME
                          ', DASSTEP NOW SAYS ' SX-STEP-NAME (CY-SEQ)
                          ' -- RESTORE DASSTEP OR RUN FRESH'
                     MOVE 16 TO RETURN-CODE
                     MOVE 'Y' TO EOF
                ELSE
                     MOVE CY-STATUS     TO SX-STATUS (CY-SEQ)
                     MOVE CY-START-DATE TO SX-START-DATE (CY-SEQ)
                     MOVE CY-START-TIME TO SX-START-TIME (CY-SEQ)
                     MOVE CY-END-DATE   TO SX-END-DATE (CY-SEQ)
                     MOVE CY-END-TIME   TO SX-END-TIME (CY-SEQ)
                     MOVE CY-RC         TO SX-RC (CY-SEQ)
                     MOVE CY-RUN-NUMBER TO SX-RUN-NUMBER (CY-SEQ)
                     PERFORM 810READCYCLEFILE
                END-IF
           END-IF.
      **********************************************************
      *   RUN ONE STEP.  A STEP ALREADY DONE IN AN EARLIER RUN *
      *   OF THE CYCLE -- GOOD, OR OVER ITS LIMIT ON A CARD    *
      *   THAT LETS THE STREAM CARRY ON -- IS PASSED OVER.     *
      *   CRSCYCLE IS REWRITTEN BEFORE THE STEP STARTS AND     *
      *   AGAIN WHEN IT ENDS, SO A STEP CUT OFF IN MID-RUN     *
      *   SHOWS AS RUNNING AND IS RUN AGAIN ON RESUME          *
      **********************************************************
       300RUNONESTEP.
           IF SX-STATUS (SX-I) = 'C' OR SX-STATUS (SX-I) = 'E'
                DISPLAY 'STEP ' SX-STEP-NAME (SX-I)
                     ' ALREADY RUN IN THIS CYCLE -- PASSED OVER'
                GO TO 300RUNONESTEP-EXIT
           END-IF.
           IF SX-STATUS (SX-I) = 'R'
                DISPLAY 'STEP ' SX-STEP-NAME (SX-I)
                     ' WAS CUT OFF IN MID-RUN -- RUNNING IT AGAIN'
           END-IF.
           MOVE 'R' TO SX-STATUS (SX-I).
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-TODAY-DATE   TO SX-START-DATE (SX-I).
           MOVE WS-TODAY-HHMMSS TO SX-START-TIME (SX-I).
           MOVE 0               TO SX-END-DATE (SX-I)
                                   SX-END-TIME (SX-I)
                                   SX-RC (SX-I).
           MOVE WS-RUN-COUNT    TO SX-RUN-NUMBER (SX-I).
           PERFORM 400WRITECYCLE THRU 400WRITECYCLE-EXIT.
           IF RETURN-CODE NOT = 0
                MOVE 'Y' TO WS-STOPPED-SW
                MOVE SX-STEP-NAME (SX-I) TO WS-STOPPED-STEP
                GO TO 300RUNONESTEP-EXIT
           END-IF.
           PERFORM 310BUILDCOMMAND.
           DISPLAY 'STEP ' SX-STEP-NAME (SX-I) ' STARTED '
                WS-TODAY-HHMMSS ' -- ' WS-COMMAND-LINE.
           CALL 'SYSTEM' USING WS-COMMAND-LINE.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
      *    THE SHELL HANDS BACK A WAIT STATUS -- THE STEP'S OWN
      *    RETURN CODE IS ITS HIGH-ORDER BYTE
           IF WS-STEP-RC > 255
                DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
           END-IF.
           IF WS-STEP-RC < 0 OR WS-STEP-RC > 9999
                MOVE 9999 TO WS-STEP-RC
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE WS-TODAY-DATE   TO SX-END-DATE (SX-I).
           MOVE WS-TODAY-HHMMSS TO SX-END-TIME (SX-I).
           MOVE WS-STEP-RC      TO SX-RC (SX-I).
           ADD 1 TO WS-RAN-COUNT.
           IF WS-STEP-RC NOT > SX-MAX-RC (SX-I)
                MOVE 'C' TO SX-STATUS (SX-I)
           ELSE
                IF SX-STOP-FLAG (SX-I) = 'Y'
                     MOVE 'F' TO SX-STATUS (SX-I)
                     MOVE 'Y' TO WS-STOPPED-SW
                     MOVE SX-STEP-NAME (SX-I) TO WS-STOPPED-STEP
                ELSE
                     MOVE 'E' TO SX-STATUS (SX-I)
                END-IF
           END-IF.
           DISPLAY 'STEP ' SX-STEP-NAME (SX-I) ' ENDED '
                WS-TODAY-HHMMSS ' RC ' SX-RC (SX-I)
                ' (LIMIT ' SX-MAX-RC (SX-I) ')'.
           PERFORM 400WRITECYCLE THRU 400WRITECYCLE-EXIT.
           IF RETURN-CODE NOT = 0
                MOVE 'Y' TO WS-STOPPED-SW
                MOVE SX-STEP-NAME (SX-I) TO WS-STOPPED-STEP
           END-IF.
       300RUNONESTEP-EXIT.
           EXIT.
      **********************************************************
      *   THE STEP'S COMMAND -- THE CARD'S, OR THE STEP NAME   *
      *   ALONE -- WITH THE CYCLE DATES FILLED IN              *
      **********************************************************
       310BUILDCOMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           IF SX-COMMAND (SX-I) = SPACES
                MOVE SX-STEP-NAME (SX-I) TO WS-COMMAND-LINE
           ELSE
                MOVE SX-COMMAND (SX-I) TO WS-COMMAND-LINE
           END-IF.
           INSPECT WS-COMMAND-LINE
                REPLACING ALL '&CURDATE' BY WS-CYCLE-DATE-X
                          ALL '&PRVDATE' BY WS-PREV-DATE-X.
      **********************************************************
      *   REWRITE CRSCYCLE -- THE CYCLE HEADER, THEN ONE       *
      *   RECORD PER STEP.  WITHOUT IT A RERUN COULDN'T TELL   *
      *   WHAT HAS RUN, SO A FAILURE HERE STOPS THE STREAM     *
      **********************************************************
       400WRITECYCLE.
           OPEN OUTPUT CYCLEFILE.
           IF WS-CYCLE-FILE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO WRITE CRSCYCLE -- '
                     WS-CYCLE-FILE-STATUS ' -- STREAM STOPPED'
                MOVE 16 TO RETURN-CODE
                GO TO 400WRITECYCLE-EXIT
           END-IF.
           MOVE SPACES         TO CYCLEDATA.
           MOVE 'H'            TO CY-REC-TYPE.
           MOVE WS-CYCLE-DATE  TO CY-CYCLE-DATE.
           MOVE WS-CYCLE-TIME  TO CY-CYCLE-TIME.
           MOVE WS-PREV-DATE   TO CY-PREV-DATE.
           MOVE WS-CYCLE-STATE TO CY-STATE.
           MOVE WS-RUN-COUNT   TO CY-RUN-COUNT.
           MOVE SX-COUNT       TO CY-STEP-COUNT.
           WRITE CYCLEDATA.
           PERFORM 410WRITEONESTATUS
                VARYING SX-J FROM 1 BY 1 UNTIL SX-J > SX-COUNT.
           CLOSE CYCLEFILE.
       400WRITECYCLE-EXIT.
           EXIT.
       410WRITEONESTATUS.
           MOVE SPACES                 TO CYCLEDATA.
           MOVE 'S'                    TO CY-REC-TYPE.
           MOVE SX-J                   TO CY-SEQ.
           MOVE SX-STEP-NAME (SX-J)    TO CY-STEP-NAME.
           MOVE SX-MAX-RC (SX-J)       TO CY-MAX-RC.
           MOVE SX-STOP-FLAG (SX-J)    TO CY-STOP-FLAG.
           MOVE SX-STATUS (SX-J)       TO CY-STATUS.
           MOVE SX-START-DATE (SX-J)   TO CY-START-DATE.
           MOVE SX-START-TIME (SX-J)   TO CY-START-TIME.
           MOVE SX-END-DATE (SX-J)     TO CY-END-DATE.
           MOVE SX-END-TIME (SX-J)     TO CY-END-TIME.
           MOVE SX-RC (SX-J)           TO CY-RC.
           MOVE SX-RUN-NUMBER (SX-J)   TO CY-RUN-NUMBER.
           WRITE CYCLEDATA.
      **********************************************************
      *   THE MORNING OPERATIONS SUMMARY -- EVERY STEP OF THE  *
      *   CYCLE, WHICHEVER RUN IT RAN IN, AND WHERE THE NIGHT  *
      *   ENDED                                                *
      **********************************************************
       600OPSSUMMARY.
           OPEN OUTPUT OPSFILE.
           MOVE WS-CYCLE-DATE TO OH-CYCLE-DATE.
           MOVE WS-CYCLE-TIME TO OH-CYCLE-TIME.
           MOVE WS-RUN-COUNT  TO OH-RUN-COUNT.
           WRITE OPSREC FROM OPS-HEADING1
                AFTER ADVANCING PAGE.
           MOVE SPACES TO OPSREC.
           WRITE OPSREC
                AFTER ADVANCING 1 LINE.
           WRITE OPSREC FROM OPS-HEADING2
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO OPSREC.
           WRITE OPSREC
                AFTER ADVANCING 1 LINE.
           WRITE OPSREC FROM OPS-HEADING3
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO OPSREC.
           WRITE OPSREC
                AFTER ADVANCING 1 LINE.
           PERFORM 610PRINTONESTEP
                VARYING SX-I FROM 1 BY 1 UNTIL SX-I > SX-COUNT.
           MOVE SPACES TO OPSREC.
           WRITE OPSREC
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO OE-TEXT.
           IF STREAM-STOPPED
                STRING 'CYCLE STOPPED AT ' WS-STOPPED-STEP
                     ' -- RERUN CRSCTL TO RESUME AT THAT STEP'
                     DELIMITED BY SIZE INTO OE-TEXT
           ELSE
                MOVE 'CYCLE COMPLETE' TO OE-TEXT
           END-IF.
           WRITE OPSREC FROM OPS-END-LINE
                AFTER ADVANCING 1 LINE.
           MOVE SPACES TO OPSREC.
           WRITE OPSREC
                AFTER ADVANCING 1 LINE.
           MOVE 'STEPS RUN THIS RUN      ' TO OT-LABEL.
           MOVE WS-RAN-COUNT TO OT-COUNT.
           PERFORM 620WRITETOTAL.
           MOVE 'STEPS FROM EARLIER RUNS ' TO OT-LABEL.
           MOVE WS-CARRIED-COUNT TO OT-COUNT.
           PERFORM 620WRITETOTAL.
           MOVE 'STEPS OVER THEIR LIMIT  ' TO OT-LABEL.
           MOVE WS-OVER-COUNT TO OT-COUNT.
           PERFORM 620WRITETOTAL.
           MOVE 'STEPS NOT RUN           ' TO OT-LABEL.
           MOVE WS-NOTRUN-COUNT TO OT-COUNT.
           PERFORM 620WRITETOTAL.
           CLOSE OPSFILE.
       610PRINTONESTEP.
           MOVE SX-I                  TO OD-SEQ.
           MOVE SX-STEP-NAME (SX-I)   TO OD-STEP-NAME.
           MOVE SX-MAX-RC (SX-I)      TO OD-MAX-RC.
           MOVE SX-STOP-FLAG (SX-I)   TO OD-STOP-FLAG.
           IF SX-STATUS (SX-I) = 'P'
                MOVE SPACES TO OD-START-DATE OD-START-TIME
                     OD-END-DATE OD-END-TIME OD-RC OD-RUN-NUMBER
                ADD 1 TO WS-NOTRUN-COUNT
           ELSE
                MOVE SX-START-DATE (SX-I) TO OD-START-DATE
                MOVE SX-START-TIME (SX-I) TO OD-START-TIME
                MOVE SX-END-DATE (SX-I)   TO OD-END-DATE
                MOVE SX-END-TIME (SX-I)   TO OD-END-TIME
                MOVE SX-RC (SX-I)         TO WS-RC-EDIT
                MOVE WS-RC-EDIT           TO OD-RC
                MOVE SX-RUN-NUMBER (SX-I) TO OD-RUN-NUMBER
                IF SX-RUN-NUMBER (SX-I) NOT = WS-RUN-COUNT
                     ADD 1 TO WS-CARRIED-COUNT
                END-IF
           END-IF.
           EVALUATE SX-STATUS (SX-I)
                WHEN 'C'
                     MOVE 'COMPLETED' TO OD-OUTCOME
                WHEN 'E'
                     MOVE 'OVER LIMIT -- STREAM CARRIED ON'
                          TO OD-OUTCOME
                     ADD 1 TO WS-OVER-COUNT
                WHEN 'F'
                     MOVE 'OVER LIMIT -- STREAM STOPPED'
                          TO OD-OUTCOME
                     ADD 1 TO WS-OVER-COUNT
                WHEN 'R'
                     MOVE 'CUT OFF IN MID-RUN' TO OD-OUTCOME
                     MOVE SPACES TO OD-END-DATE OD-END-TIME OD-RC
                WHEN OTHER
                     MOVE 'NOT RUN' TO OD-OUTCOME
           END-EVALUATE.
           WRITE OPSREC FROM OPSDATA
                AFTER ADVANCING 1 LINE.
       620WRITETOTAL.
           WRITE OPSREC FROM OPSTOTAL-LINE
                AFTER ADVANCING 1 LINE.
      *********************************************************
      *         READ THE STEP CONTROL CARDS             ******
      *********************************************************
       800READSTEPFILE.
           READ STEPFILE
                AT END
                     MOVE 'Y' TO EOF
                NOT AT END
                     ADD 1 TO WS-CARD-COUNT
           END-READ.
      *********************************************************
      *         READ THE CYCLE STATUS FILE              ******
      *********************************************************
       810READCYCLEFILE.
           READ CYCLEFILE
                   AT END MOVE 'Y' TO EOF.
