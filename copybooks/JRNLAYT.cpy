      *         APPENDED TO CRSJRNL.  CRSBAL MATCHES THE  ***
      *         NIGHT'S DELTAS AGAINST THESE IMAGES BYTE  ***
      *         FOR BYTE, SO EVERY WRITER MUST SHARE      ***
      *         THIS ONE DEFINITION.  CRSRECV REPLAYS     ***
      *         THE SAME IMAGES OVER A RELOADED BACKUP    ***
      *         GENERATION FOR POINT-IN-TIME RECOVERY     ***
      ******************************************************
       01  JRNLDATA.
           03 CJ-DATE           PIC 9(8).
