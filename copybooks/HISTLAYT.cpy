      ******************************************************
      *         DESCRIPTION OF STUDENT COURSE HISTORY     ***
      *         SHARED BY GRDPOST, STUTRAN AND CRSPOST    ***
      *         (PREREQUISITE CHECK) -- KEYED ON          ***
      *         HS-RECKEY (STUDENT/TERM/COURSE/SECTION)   ***
      *         SO ONE STUDENT'S WHOLE RECORD IS          ***
      *         CONTIGUOUS IN KEY ORDER.  TITLE AND       ***
      *         CREDITS ARE CAPTURED AT POSTING TIME SO   ***
      *         THE HISTORY OUTLIVES TRMARCH'S PURGE OF   ***
      *         THE TERM'S SECTIONS                       ***
      ******************************************************
       01 HISTORYDATA.
           03 HS-RECKEY.
                05 HS-STUDENT   PIC X(9).
                05 HS-TERM      PIC X(5).
                05 HS-COURSE.
                     07 HS-ABB  PIC XXX.
                     07 HS-NUMB PIC XXXX.
                     07 HS-SEC  PIC X(20).
           03 HS-TITLE          PIC X(20).
           03 HS-CREDITS        PIC 99.
           03 HS-GRADE          PIC XX.
                 88 HS-GRADE-VALID      VALUES 'A ', 'A-', 'B+',
                                        'B ', 'B-', 'C+', 'C ',
                                        'C-', 'D+', 'D ', 'D-',
                                        'F ', 'P ', 'NP', 'I ',
                                        'W ', 'AU'.
      *         A PREREQUISITE IS SATISFIED BY ANY PASSING GRADE
                 88 HS-GRADE-PASSING    VALUES 'A ', 'A-', 'B+',
                                        'B ', 'B-', 'C+', 'C ',
                                        'C-', 'D+', 'D ', 'D-',
                                        'P '.
      *         GRADES THAT CARRY QUALITY POINTS INTO THE GPA
                 88 HS-GRADE-IN-GPA     VALUES 'A ', 'A-', 'B+',
                                        'B ', 'B-', 'C+', 'C ',
                                        'C-', 'D+', 'D ', 'D-',
                                        'F '.
           03 HS-POSTED-DATE    PIC 9(8).
           03 FILLER            PIC X(10).
