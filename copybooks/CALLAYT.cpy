      ******************************************************
      *         DESCRIPTION OF TERM CALENDAR MASTER       ***
      *         MAINTAINED BY CALMAINT AND READ BY        ***
      *         CRSPOST -- KEYED ON TC-TERM, THE SAME     ***
      *         5-CHARACTER CODE AS C-TERM.  EVERY DATE   ***
      *         IS YYYYMMDD SO DATES COMPARE AS NUMBERS   ***
      ******************************************************
       01 TERMCALDATA.
           03 TC-TERM           PIC X(5).
           03 TC-REG-OPEN       PIC 9(8).
           03 TC-REG-CLOSE      PIC 9(8).
           03 TC-LAST-ADD       PIC 9(8).
      *         LAST DAY A DROP COMES OFF THE LEDGER ENTIRELY --
      *         AFTER IT, UP TO TC-LAST-WITHDRAW, A DROP IS A W
           03 TC-LAST-DROP      PIC 9(8).
           03 TC-LAST-WITHDRAW  PIC 9(8).
           03 TC-CENSUS         PIC 9(8).
           03 TC-TERM-START     PIC 9(8).
           03 TC-TERM-END       PIC 9(8).
           03 FILLER            PIC X(11).
