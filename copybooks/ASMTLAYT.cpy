      ******************************************************
      *         DESCRIPTION OF TUITION ASSESSMENT MASTER  ***
      *         KEPT BY TUITASM -- KEYED ON AS-KEY        ***
      *         (TERM/STUDENT).  AS-BASIS IS WHAT THE     ***
      *         STUDENT'S LOAD PRICED AT ON THE LAST RUN  ***
      *         THAT ASSESSED THEM, AS-BILLED THE NET OF  ***
      *         EVERY CHARGE AND REFUND SENT TO THE       ***
      *         BURSAR.  THE TWO PART WHEN A DROP FALLS   ***
      *         UNDER A PARTIAL REFUND STEP -- THE        ***
      *         DIFFERENCE IS RETAINED TUITION            ***
      ******************************************************
       01  ASMTDATA.
           03 AS-KEY.
                05 AS-TERM      PIC X(5).
                05 AS-STUDENT   PIC X(9).
           03 AS-CREDITS        PIC 99.
           03 AS-BASIS          PIC S9(7)V99.
           03 AS-BILLED         PIC S9(7)V99.
           03 AS-LAST-RUN-DATE  PIC 9(8).
           03 AS-LAST-RUN-TIME  PIC 9(6).
           03 FILLER            PIC X(12).
