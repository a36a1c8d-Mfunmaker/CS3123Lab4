       IDENTIFICATION DIVISION.
        PROGRAM-ID. STUMAINT.
        AUTHOR. Martin Funmaker.
      * ONLINE STUDENT-MASTER MAINTENANCE.
      ******************************************************
      * MODIFICATION HISTORY
      *   MWF  ORIGINAL WRITE-UP -- ADD/UPDATE/DELETE AGAINST
      *        THE INDEXED DASSTUD FILE, KEYED ON ST-ID, SO
      *        THE STUDENT IDS THE WEB SIDE SENDS ON WEBTRANS
      *        CAN BE CHECKED BEFORE CRSPOST SEATS OR QUEUES
      *        ANYONE, AND CRSROSTR HAS A NAME TO PRINT NEXT
      *        TO EACH ID ON THE ROSTER PAGES.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT STUDFILE ASSIGN TO 'DASSTUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               FILE STATUS IS WS-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  STUDFILE
           LABEL RECORDS ARE STANDARD.
           COPY STUDLAYT.

        WORKING-STORAGE SECTION.
        01  MISC.
           03  WS-FILE-STATUS    PIC XX  VALUE '00'.
           03  WS-DONE           PIC X   VALUE 'N'.
                 88 MAINT-DONE           VALUE 'Y'.
           03  WS-CHOICE         PIC X   VALUE SPACES.

        PROCEDURE DIVISION.
       000MAINLINE.
           OPEN I-O STUDFILE.
           IF WS-FILE-STATUS = '35'
                DISPLAY 'DASSTUD DOES NOT EXIST -- CREATING IT'
                CLOSE STUDFILE
                OPEN OUTPUT STUDFILE
                CLOSE STUDFILE
                OPEN I-O STUDFILE
           END-IF.
           PERFORM 100MAINMENU
                UNTIL MAINT-DONE.
           CLOSE STUDFILE.
           STOP RUN.
      **********************************************************
      *                 MAIN MENU                              *
      **********************************************************
       100MAINMENU.
           DISPLAY ' '.
           DISPLAY 'STUDENT MASTER MAINTENANCE'.
           DISPLAY '  A - ADD A STUDENT'.
           DISPLAY '  U - UPDATE A STUDENT'.
           DISPLAY '  D - DELETE A STUDENT'.
           DISPLAY '  Q - QUIT'.
           DISPLAY 'SELECTION? ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 'A' OR WS-CHOICE = 'a'
                PERFORM 200ADDSTUDENT THRU 200ADDSTUDENT-EXIT
           ELSE
                IF WS-CHOICE = 'U' OR WS-CHOICE = 'u'
                     PERFORM 300UPDATESTUDENT THRU
                          300UPDATESTUDENT-EXIT
                ELSE
                     IF WS-CHOICE = 'D' OR WS-CHOICE = 'd'
                          PERFORM 400DELETESTUDENT THRU
                               400DELETESTUDENT-EXIT
                     ELSE
                          IF WS-CHOICE = 'Q' OR WS-CHOICE = 'q'
                               MOVE 'Y' TO WS-DONE
                          ELSE
                               DISPLAY 'NOT A VALID SELECTION'
                          END-IF
                     END-IF
                END-IF
           END-IF.
      **********************************************************
      *   ADD A NEW STUDENT                                    *
      **********************************************************
       200ADDSTUDENT.
           MOVE SPACES TO STUDENTDATA.
           DISPLAY 'STUDENT ID (9 CHAR)?                '
                WITH NO ADVANCING.
           ACCEPT ST-ID.
           IF ST-ID = SPACES
                DISPLAY 'STUDENT ID IS REQUIRED'
                GO TO 200ADDSTUDENT-EXIT
           END-IF.
           READ STUDFILE
                KEY IS ST-ID
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     DISPLAY 'THAT STUDENT ALREADY EXISTS'
                     GO TO 200ADDSTUDENT-EXIT
           END-READ.
           PERFORM 250ACCEPTSTUDFIELDS.
           WRITE STUDENTDATA
                INVALID KEY
                     DISPLAY 'UNABLE TO ADD -- ' WS-FILE-STATUS
           END-WRITE.
       200ADDSTUDENT-EXIT.
           EXIT.
      **********************************************************
      *   UPDATE AN EXISTING STUDENT -- THIS IS ALSO WHERE A   *
      *   REGISTRATION HOLD IS PLACED OR RELEASED              *
      **********************************************************
       300UPDATESTUDENT.
           DISPLAY 'STUDENT ID (9 CHAR)?                '
                WITH NO ADVANCING.
           ACCEPT ST-ID.
           READ STUDFILE
                KEY IS ST-ID
                INVALID KEY
                     DISPLAY 'NO SUCH STUDENT ON FILE'
                     GO TO 300UPDATESTUDENT-EXIT
           END-READ.
           PERFORM 250ACCEPTSTUDFIELDS.
           REWRITE STUDENTDATA
                INVALID KEY
                     DISPLAY 'UNABLE TO UPDATE -- ' WS-FILE-STATUS
           END-REWRITE.
       300UPDATESTUDENT-EXIT.
           EXIT.
      **********************************************************
      *   DELETE A STUDENT                                     *
      **********************************************************
       400DELETESTUDENT.
           DISPLAY 'STUDENT ID (9 CHAR)?                '
                WITH NO ADVANCING.
           ACCEPT ST-ID.
           READ STUDFILE
                KEY IS ST-ID
                INVALID KEY
                     DISPLAY 'NO SUCH STUDENT ON FILE'
                     GO TO 400DELETESTUDENT-EXIT
           END-READ.
           DISPLAY 'DELETE ' ST-ID ' ' ST-NAME
                ' -- ARE YOU SURE (Y/N)? '
                WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 'Y' OR WS-CHOICE = 'y'
                DELETE STUDFILE
                     INVALID KEY
                          DISPLAY 'UNABLE TO DELETE -- '
                               WS-FILE-STATUS
                END-DELETE
           ELSE
                DISPLAY 'DELETE CANCELLED'
           END-IF.
       400DELETESTUDENT-EXIT.
           EXIT.
      **********************************************************
      *   PROMPT FOR AND VALIDATE THE REMAINING FIELDS OF A    *
      *   STUDENTDATA RECORD -- SHARED BY ADD AND UPDATE       *
      **********************************************************
       250ACCEPTSTUDFIELDS.
           DISPLAY 'STUDENT NAME (UP TO 25 CHAR)?       '
                WITH NO ADVANCING.
           ACCEPT ST-NAME.
           DISPLAY 'CLASS STANDING (FR/SO/JR/SR/GR)?    '
                WITH NO ADVANCING.
           ACCEPT ST-CLASS.
           DISPLAY 'MAJOR DEPARTMENT (3 CHAR)?          '
                WITH NO ADVANCING.
           ACCEPT ST-MAJOR.
           PERFORM 251ACCEPTSTATUS.
           PERFORM 252ACCEPTHOLD.
       251ACCEPTSTATUS.
           DISPLAY 'ENROLLMENT STATUS (A/I/G)?          '
                WITH NO ADVANCING.
           ACCEPT ST-STATUS.
           IF ST-STATUS = 'a' OR ST-STATUS = 'i' OR ST-STATUS = 'g'
                INSPECT ST-STATUS CONVERTING 'aig' TO 'AIG'
           END-IF.
           IF NOT ST-STATUS-VALID
                DISPLAY 'NOT A VALID STATUS -- SETTING INACTIVE'
                MOVE 'I' TO ST-STATUS
           END-IF.
       252ACCEPTHOLD.
           DISPLAY 'REGISTRATION HOLD (Y/N)?            '
                WITH NO ADVANCING.
           ACCEPT ST-HOLD.
           IF ST-HOLD = 'y'
                MOVE 'Y' TO ST-HOLD
           END-IF.
           IF ST-HOLD NOT = 'Y'
                MOVE 'N' TO ST-HOLD
           END-IF.
