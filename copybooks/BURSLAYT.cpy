      ******************************************************
      *         DESCRIPTION OF BURSAR INTERFACE RECORD    ***
      *         WRITTEN BY TUITASM TO URSBURS -- ONE      ***
      *         DETAIL PER NET CHARGE OR REFUND, THEN ONE ***
      *         TRAILER WITH THE FILE'S CONTROL TOTALS.   ***
      *         AMOUNTS CARRY A LEADING SEPARATE SIGN --  ***
      *         A REFUND IS NEGATIVE                      ***
      ******************************************************
       01  BURSDATA.
           03 BU-REC-TYPE       PIC X.
                 88 BU-DETAIL           VALUE 'D'.
                 88 BU-TRAILER          VALUE 'T'.
           03 BU-TERM           PIC X(5).
           03 BU-BODY           PIC X(74).
           03 BU-DETAIL-BODY REDEFINES BU-BODY.
                05 BU-STUDENT        PIC X(9).
                05 BU-TRAN-CODE      PIC XX.
                     88 BU-TUITION-CHARGE   VALUE 'TC'.
                     88 BU-TUITION-REFUND   VALUE 'TR'.
                05 BU-AMOUNT         PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
                05 BU-EFFECTIVE-DATE PIC 9(8).
                05 BU-CREDITS        PIC 99.
                05 BU-REFUND-PCT     PIC 999.
                05 FILLER            PIC X(40).
           03 BU-TRAILER-BODY REDEFINES BU-BODY.
                05 BU-DETAIL-COUNT   PIC 9(7).
                05 BU-CHARGE-TOTAL   PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
                05 BU-REFUND-TOTAL   PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
                05 BU-NET-TOTAL      PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
                05 BU-RUN-DATE       PIC 9(8).
                05 FILLER            PIC X(23).
