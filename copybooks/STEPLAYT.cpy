      ******************************************************
      *         DESCRIPTION OF NIGHTLY STEP CONTROL CARD  ***
      *         READ BY CRSCTL -- ONE LINE-SEQUENTIAL     ***
      *         CARD PER STEP OF THE NIGHTLY CYCLE, IN    ***
      *         THE ORDER THE STEPS RUN.  SP-MAX-RC IS    ***
      *         THE HIGHEST RETURN CODE THE STEP MAY END  ***
      *         WITH AND STILL COUNT AS GOOD; SP-STOP-    ***
      *         FLAG Y STOPS THE STREAM WHEN IT ENDS      ***
      *         HIGHER, N LETS THE STREAM CARRY ON.       ***
      *         SP-COMMAND IS THE COMMAND THAT RUNS THE   ***
      *         STEP WITH ITS PARM (BLANK = THE STEP      ***
      *         NAME ALONE); &CURDATE IN IT BECOMES THE   ***
      *         CYCLE'S DATE AND &PRVDATE THE PREVIOUS    ***
      *         CYCLE'S, E.G. FOR CRSBAL'S GENERATION     ***
      *         NAMES.  A CARD WITH * IN COLUMN 1 IS A    ***
      *         COMMENT                                   ***
      ******************************************************
       01  STEPDATA.
           03 SP-STEP-NAME      PIC X(8).
           03 FILLER            PIC X.
           03 SP-MAX-RC         PIC 99.
           03 FILLER            PIC X.
           03 SP-STOP-FLAG      PIC X.
                 88 SP-STOP-ON-FAILURE  VALUE 'Y'.
                 88 SP-CARRY-ON         VALUE 'N'.
           03 FILLER            PIC X.
           03 SP-COMMAND        PIC X(66).
