      ******************************************************************
      * ESSRSP.CPY - Employee self-service change response record
      * Purpose: One row back to the HR portal per request IMPESS
      *          read: queued for HR approval under ER-CHG-ID (the
      *          EMPAPPR-SVC change number), or rejected with the
      *          reason the employee is shown.
      * Pre: Constants defined in calling program
      * Post: Complete response row structure (150 bytes)
      ******************************************************************
           05  ER-REQ-ID           PIC X(20).
           05  ER-EMP-ID           PIC 9(9).
           05  ER-CHG-KIND         PIC X.
           05  ER-RESULT           PIC X.
               88  ER-QUEUED           VALUE 'Q'.
               88  ER-REJECTED         VALUE 'R'.
           05  ER-CHG-ID           PIC 9(9).
           05  ER-PROCESSED-AT     PIC 9(14).
           05  ER-REASON           PIC X(80).
           05  FILLER              PIC X(16).
