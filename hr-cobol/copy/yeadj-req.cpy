      ******************************************************************
      * YEADJ-REQ.CPY - Year-end adjustment service request
      * Purpose: Request structure for YEADJ-SVC operations
      ******************************************************************
       01  YEADJ-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        DECLARE upserts the employee's declarations; FIND
      *        answers the year's record; RECORD-RESULT stores what
      *        YEARADJ computed; BOOK stamps the payroll that took
      *        the adjustment line; RELEASE gives it back when that
      *        payroll is voided
               88  OP-DECLARE          VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-RECORD-RESULT    VALUE 'R'.
               88  OP-BOOK             VALUE 'B'.
               88  OP-RELEASE          VALUE 'V'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-TAX-YEAR          PIC 9(4).
      *    For OP-BOOK and OP-RELEASE: the payroll concerned
           05  Q-PAY-ID            PIC 9(12).
           05  IN-YEADJ.
               COPY yeadj REPLACING ==05== BY ==10==.
