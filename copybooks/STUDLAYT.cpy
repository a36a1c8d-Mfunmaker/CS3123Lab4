      ******************************************************
      *         DESCRIPTION OF STUDENT MASTER LAYOUT      ***
      *         SHARED BY STUMAINT, CRSPOST AND CRSROSTR  ***
      *         -- KEYED ON ST-ID, THE SAME 9-CHARACTER   ***
      *         ID CARRIED IN E-STUDENT AND W-STUDENT     ***
      ******************************************************
       01 STUDENTDATA.
           03 ST-ID             PIC X(9).
           03 ST-NAME           PIC X(25).
      *    CLASS STANDING -- FR/SO/JR/SR, GR FOR GRADUATE
           03 ST-CLASS          PIC XX.
           03 ST-MAJOR          PIC XXX.
           03 ST-STATUS         PIC X.
                 88 ST-STATUS-ACTIVE    VALUE 'A'.
                 88 ST-STATUS-INACTIVE  VALUE 'I'.
                 88 ST-STATUS-GRADUATED VALUE 'G'.
                 88 ST-STATUS-VALID     VALUES 'A', 'I', 'G'.
      *    REGISTRATION HOLD -- BURSAR, ADVISING, CONDUCT, ETC.
      *    A STUDENT UNDER A HOLD CAN DROP BUT NOT ADD
           03 ST-HOLD           PIC X.
                 88 ST-HOLD-ON          VALUE 'Y'.
                 88 ST-HOLD-OFF         VALUES 'N', ' '.
           03 FILLER            PIC X(19).
