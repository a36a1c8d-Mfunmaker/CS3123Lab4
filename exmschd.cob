      *        A SECOND ROOM) SO THE STUDENT CONFLICT PASS
      *        SEES STUDENTS ENROLLED UNDER THE SECONDARY
      *        COURSE NUMBER TOO.
      *   MWF  A STUDENT WITHDRAWN FROM A SECTION (LEDGER
      *        RECORD KEPT BY CRSPOST, MARKED WITHDRAWN) SITS
      *        NO EXAM IN IT AND NO LONGER RAISES A STUDN
      *        CONFLICT.
      ******************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                     MOVE 'Y' TO WS-ROSTER-DONE
                NOT AT END
                     IF E-RECKEY (1:32) = WS-ENRL-PREFIX
                          IF NOT E-STATUS-WITHDRAWN
                               PERFORM 473ADDONESTUDENT
                          END-IF
                     ELSE
                          MOVE 'Y' TO WS-ROSTER-DONE
                     END-IF
           END-READ.
       473ADDONESTUDENT.
           IF SP-COUNT < 999
                ADD 1 TO SP-COUNT
                MOVE E-STUDENT TO SP-STUDENT (SP-COUNT)
           ELSE
                DISPLAY 'ROSTER TABLE FULL AT 999 '
                     '-- RUN ENDED, RAISE THE TABLE'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
       474SCANROSTERB.
           MOVE 'N' TO WS-SHARED-FOUND.
           MOVE 'N' TO WS-ROSTER-DONE.
                NOT AT END
                     IF E-RECKEY (1:5) = WS-PARM-TERM
                        AND E-COURSE = EX-COURSE (EX-IDX2)
                          IF NOT E-STATUS-WITHDRAWN
                               PERFORM 476SEARCHSHARED
                          END-IF
                     ELSE
                          MOVE 'Y' TO WS-ROSTER-DONE
                     END-IF
