      *        TITLE FROM IT, AND THE LAB4 WEB EXTRACT
      *        CARRIES ITS CREDITS AND PREREQUISITES OUT TO
      *        THE FRONT-END.
      *   MWF  REFUSE TO DELETE A CATALOG COURSE WHILE ANY
      *        SECTION OF A TERM NOT ARCHIVED ON DASATERM IS
      *        STILL OFFERED UNDER IT, LISTING THE SECTIONS.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COURSEFILE ASSIGN TO 'DASCOURSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-RECKEY
               FILE STATUS IS WS-CRS-FILE-STATUS.
           SELECT ATERMFILE ASSIGN TO 'DASATERM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TERM
               FILE STATUS IS WS-ATERM-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CATLGFILE
           LABEL RECORDS ARE STANDARD.
           COPY CATLAYT.
        FD  COURSEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSLAYT.
        FD  ATERMFILE
           LABEL RECORDS ARE STANDARD.
           COPY ATRMLAYT.

        WORKING-STORAGE SECTION.
        01  MISC.
                 88 MAINT-DONE           VALUE 'Y'.
           03  WS-CHOICE         PIC X   VALUE SPACES.
      **********************************************************
      *   SECTIONS STILL USING THE COURSE -- DASCOURSE IS      *
      *   SCANNED BEFORE A DELETE.  NO DASCOURSE ON FILE MEANS *
      *   NO SECTION CAN BE USING IT; ONE THAT WON'T OPEN      *
      *   MEANS THE CHECK CAN'T BE MADE, SO NOTHING IS DELETED *
      **********************************************************
           03  WS-CRS-FILE-STATUS PIC XX VALUE '00'.
           03  WS-CRS-CHECK      PIC X   VALUE 'N'.
                 88 CRS-CHECK-ACTIVE     VALUE 'Y'.
                 88 CRS-NOT-ON-FILE      VALUE 'N'.
                 88 CRS-UNAVAILABLE      VALUE 'U'.
           03  WS-CRS-EOF        PIC X   VALUE 'N'.
                 88 CRS-AT-END           VALUE 'Y'.
           03  WS-IN-USE         PIC X   VALUE 'N'.
                 88 MASTER-IN-USE        VALUE 'Y'.
      **********************************************************
      *   ARCHIVED-TERM LOOKUP -- SKIPPED (NO TERMS ARCHIVED)  *
      *   WHEN DASATERM ISN'T ON FILE YET.  THE LAST TERM      *
      *   LOOKED UP IS HELD SO A SCAN READS DASATERM ONCE PER  *
      *   TERM, NOT ONCE PER SECTION                           *
      **********************************************************
           03  WS-ATERM-FILE-STATUS PIC XX VALUE '00'.
           03  WS-ATERM-CHECK    PIC X   VALUE 'N'.
                 88 ATERM-CHECK-ACTIVE   VALUE 'Y'.
           03  WS-TERM-ARCHIVED  PIC X   VALUE 'N'.
                 88 TERM-ARCHIVED        VALUE 'Y'.
       77  WS-USING-COUNT          PIC 9(5)  COMP VALUE 0.
       77  WS-LAST-TERM            PIC X(5)  VALUE SPACES.
      **********************************************************
      *   STAGING AREA FOR WHATEVER IS TYPED AT A PROMPT, SO   *
      *   NUMERIC FIELDS CAN BE VALIDATED BEFORE THEY'RE MOVED *
      *   INTO CATALOGDATA -- SAME APPROACH AS CRSMAINT        *
                CLOSE CATLGFILE
                OPEN I-O CATLGFILE
           END-IF.
           OPEN INPUT COURSEFILE.
           IF WS-CRS-FILE-STATUS = '00'
                MOVE 'Y' TO WS-CRS-CHECK
           ELSE
      *         STATUS 35 JUST MEANS NO SECTION WAS EVER KEYED
                IF WS-CRS-FILE-STATUS NOT = '35'
                     MOVE 'U' TO WS-CRS-CHECK
                     DISPLAY 'DASCOURSE NOT AVAILABLE ('
                          WS-CRS-FILE-STATUS
                          ') -- CATALOG DELETES REFUSED'
                END-IF
           END-IF.
           OPEN INPUT ATERMFILE.
           IF WS-ATERM-FILE-STATUS = '00'
                MOVE 'Y' TO WS-ATERM-CHECK
           ELSE
                IF WS-ATERM-FILE-STATUS NOT = '35'
                     DISPLAY 'DASATERM NOT AVAILABLE ('
                          WS-ATERM-FILE-STATUS
                          ') -- ARCHIVED TERMS COUNTED AS LIVE'
                END-IF
           END-IF.
           PERFORM 100MAINMENU
                UNTIL MAINT-DONE.
           CLOSE CATLGFILE.
           IF CRS-CHECK-ACTIVE
                CLOSE COURSEFILE
           END-IF.
           IF ATERM-CHECK-ACTIVE
                CLOSE ATERMFILE
           END-IF.
           STOP RUN.
      **********************************************************
      *                 MAIN MENU                              *
                     DISPLAY 'NO SUCH COURSE ON THE CATALOG'
                     GO TO 400DELETECOURSE-EXIT
           END-READ.
           PERFORM 410CHECKCOURSEINUSE THRU 410CHECKCOURSEINUSE-EXIT.
           IF MASTER-IN-USE
                GO TO 400DELETECOURSE-EXIT
           END-IF.
           DISPLAY 'DELETE ' CA-KEY ' -- ARE YOU SURE (Y/N)? '
                WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
       400DELETECOURSE-EXIT.
           EXIT.
      **********************************************************
      *   REFUSE TO DELETE A CATALOG COURSE ANY SECTION IS     *
      *   STILL OFFERED UNDER, LISTING THE SECTIONS SO THEY    *
      *   CAN BE DELETED FIRST.  SECTIONS OF AN ARCHIVED TERM  *
      *   DON'T COUNT -- THEY'RE OFF DASCOURSE UNTIL TRMRETR   *
      *   BRINGS THEM BACK                                     *
      **********************************************************
       410CHECKCOURSEINUSE.
           MOVE 'N' TO WS-IN-USE.
           MOVE 0 TO WS-USING-COUNT.
           IF CRS-NOT-ON-FILE
                GO TO 410CHECKCOURSEINUSE-EXIT
           END-IF.
           IF CRS-UNAVAILABLE
                DISPLAY 'DASCOURSE NOT AVAILABLE -- CANNOT TELL '
                     'WHICH SECTIONS USE ' CA-KEY ' -- NOT DELETED'
                MOVE 'Y' TO WS-IN-USE
                GO TO 410CHECKCOURSEINUSE-EXIT
           END-IF.
           MOVE HIGH-VALUES TO WS-LAST-TERM.
           MOVE LOW-VALUES TO C-RECKEY.
           MOVE 'N' TO WS-CRS-EOF.
           START COURSEFILE
                KEY IS NOT LESS THAN C-RECKEY
                INVALID KEY
                     MOVE 'Y' TO WS-CRS-EOF
           END-START.
           IF NOT CRS-AT-END
                PERFORM 800READNEXTSECTION
           END-IF.
           PERFORM 420CHECKONESECTION
                UNTIL CRS-AT-END.
           IF WS-USING-COUNT > 0
                MOVE 'Y' TO WS-IN-USE
                DISPLAY 'COURSE ' CA-KEY ' IS USED BY '
                     WS-USING-COUNT ' SECTION(S) -- NOT DELETED'
                DISPLAY 'DELETE THEM FIRST'
                GO TO 410CHECKCOURSEINUSE-EXIT
           END-IF.
           IF MASTER-IN-USE
                DISPLAY 'COURSE ' CA-KEY ' NOT DELETED'
           END-IF.
       410CHECKCOURSEINUSE-EXIT.
           EXIT.
       420CHECKONESECTION.
           IF C-ABB = CA-ABB AND C-NUMB = CA-NUMB
                PERFORM 430CHECKTERMARCHIVED
                IF NOT TERM-ARCHIVED
                     ADD 1 TO WS-USING-COUNT
                     IF WS-USING-COUNT = 1
                          DISPLAY 'SECTIONS STILL OFFERED UNDER '
                               CA-KEY ':'
                     END-IF
                     DISPLAY '  ' C-TERM ' ' C-ABB ' ' C-NUMB ' '
                          C-SEC
                END-IF
           END-IF.
           IF NOT CRS-AT-END
                PERFORM 800READNEXTSECTION
           END-IF.
      **********************************************************
      *   IS THE SECTION'S TERM ARCHIVED?  NO DASATERM ON FILE *
      *   MEANS NO TERM HAS EVER BEEN ARCHIVED                 *
      **********************************************************
       430CHECKTERMARCHIVED.
           IF C-TERM NOT = WS-LAST-TERM
                MOVE C-TERM TO WS-LAST-TERM
                MOVE 'N' TO WS-TERM-ARCHIVED
                IF ATERM-CHECK-ACTIVE
                     MOVE C-TERM TO AT-TERM
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
      *   PROMPT FOR AND VALIDATE THE REMAINING FIELDS OF A    *
      *   CATALOGDATA RECORD -- SHARED BY ADD AND UPDATE       *
      **********************************************************
           SUBTRACT 1 FROM WS-INPUT-LEN.
       261TRIMTRAILING-EXIT.
           EXIT.
      *********************************************************
      *         READ THE NEXT SECTION ON DASCOURSE      ******
      *********************************************************
       800READNEXTSECTION.
           READ COURSEFILE NEXT RECORD
                AT END
                     MOVE 'Y' TO WS-CRS-EOF
           END-READ.
           IF WS-CRS-FILE-STATUS NOT = '00' AND NOT = '10'
                DISPLAY 'DASCOURSE READ FAILED ('
                     WS-CRS-FILE-STATUS ')'
                MOVE 'Y' TO WS-CRS-EOF
                MOVE 'Y' TO WS-IN-USE
           END-IF.
