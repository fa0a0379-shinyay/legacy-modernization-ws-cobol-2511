      ******************************************************************
      * RESID-REQ.CPY - Residence status service request structure
      * Purpose: Request structure for RESID-SVC operations
      ******************************************************************
       01  RESID-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD upserts the employee's residence record (a renewed
      *        card replaces the old one); FIND answers it; END marks
      *        it ended when the employee no longer needs one
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-END              VALUE 'E'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  IN-RESID.
               COPY residence REPLACING ==05== BY ==10==.
