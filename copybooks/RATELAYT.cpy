      ******************************************************
      *         DESCRIPTION OF TUITION RATE TABLE CARD    ***
      *         READ BY TUITASM -- ONE LINE-SEQUENTIAL    ***
      *         CARD PER RATE, FEE, OR REFUND STEP, EACH  ***
      *         FOR ONE TERM.  RT-TYPE T CARRIES THE      ***
      *         PER-CREDIT RATE AND THE FLAT FULL-TIME    ***
      *         RATE CHARGED AT OR OVER THE THRESHOLD;    ***
      *         F A PER-SECTION FEE FOR ONE CATALOG       ***
      *         COURSE (KIND C) OR ONE RM-ROOMTYPE (KIND  ***
      *         R); S ONE STEP OF THE REFUND SCHEDULE --  ***
      *         A DROP ON OR BEFORE RT-REFUND-THRU GETS   ***
      *         RT-REFUND-PCT BACK.  S CARDS RUN IN DATE  ***
      *         ORDER                                     ***
      ******************************************************
       01  RATEDATA.
           03 RT-TYPE           PIC X.
                 88 RT-TUITION          VALUE 'T'.
                 88 RT-FEE              VALUE 'F'.
                 88 RT-REFUND-STEP      VALUE 'S'.
           03 RT-TERM           PIC X(5).
           03 RT-BODY           PIC X(34).
           03 RT-TUITION-BODY REDEFINES RT-BODY.
                05 RT-CREDIT-RATE    PIC 9(5)V99.
                05 RT-FT-THRESHOLD   PIC 99.
                05 RT-FT-RATE        PIC 9(5)V99.
                05 FILLER            PIC X(18).
           03 RT-FEE-BODY REDEFINES RT-BODY.
                05 RT-FEE-KIND       PIC X.
                     88 RT-FEE-COURSE       VALUE 'C'.
                     88 RT-FEE-ROOMTYPE     VALUE 'R'.
                05 RT-FEE-KEY        PIC X(7).
                05 RT-FEE-AMOUNT     PIC 9(5)V99.
                05 FILLER            PIC X(19).
           03 RT-REFUND-BODY REDEFINES RT-BODY.
                05 RT-REFUND-THRU    PIC 9(8).
                05 RT-REFUND-PCT     PIC 999.
                05 FILLER            PIC X(23).
           03 FILLER            PIC X(40).
