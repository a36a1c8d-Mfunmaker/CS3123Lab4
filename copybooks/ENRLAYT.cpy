      *         (STUDENT EXAM-CONFLICT CHECK) -- KEYED ON ***
      *         E-RECKEY (TERM/COURSE/SECTION/STUDENT) SO ***
      *         EVERY SEAT A SECTION HAS GIVEN OUT IS ON  ***
      *         FILE AS ONE RECORD, NOT JUST A COUNT.     ***
      *         A DROP POSTED PAST THE TERM'S LAST DAY    ***
      *         TO DROP WITHOUT RECORD LEAVES THE RECORD  ***
      *         ON FILE MARKED WITHDRAWN -- IT NO LONGER  ***
      *         HOLDS A SEAT BUT STAYS ON THE TRANSCRIPT  ***
      ******************************************************
       01 ENROLLDATA.
           03 E-RECKEY.
                     07 E-SEC   PIC X(20).
                05 E-STUDENT    PIC X(9).
           03 E-ENROLLED-DATE   PIC 9(8).
           03 E-STATUS          PIC X.
                 88 E-STATUS-ENROLLED   VALUES ' ', 'E'.
                 88 E-STATUS-WITHDRAWN  VALUE 'W'.
           03 E-WITHDRAWN-DATE  PIC 9(8).
           03 FILLER            PIC X.
