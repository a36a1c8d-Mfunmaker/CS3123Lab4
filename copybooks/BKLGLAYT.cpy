      ******************************************************
      *         DESCRIPTION OF BACKUP GENERATION LOG      ***
      *         APPENDED BY CRSUNLD AND READ BY CRSRECV   ***
      *         -- ONE RECORD PER NIGHTLY UNLOAD, WITH    ***
      *         THE TIME IT STARTED AND THE RECORDS       ***
      *         WRITTEN TO EACH OF THE DAY'S CRSBKUP,     ***
      *         ENRBKUP AND WATBKUP GENERATIONS.  THE     ***
      *         START TIME IS WHERE A FORWARD RECOVERY    ***
      *         PICKS UP THE JOURNALS                     ***
      ******************************************************
       01  BKUPLOGDATA.
           03 BL-DATE           PIC 9(8).
           03 BL-TIME           PIC 9(6).
           03 BL-COURSE-COUNT   PIC 9(7).
           03 BL-ENRL-COUNT     PIC 9(7).
           03 BL-WAIT-COUNT     PIC 9(7).
           03 FILLER            PIC X(5).
