      ******************************************************************
      * SUBH-REQ.CPY - Rest-day exchange service request structure
      * Purpose: Request structure for SUBHOL-SVC operations
      ******************************************************************
       01  SUBHOL-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD upserts the record for an employee's rest-day work
      *        date (a reload records the day off once it is taken,
      *        leaving the payroll settlement alone); FIND answers
      *        one; LIST-FOR-EMP pages one employee's records by
      *        WORK-DATE; SCAN cursor-pages every record for the
      *        untaken-days report
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-LIST-FOR-EMP     VALUE 'L'.
               88  OP-SCAN             VALUE 'S'.
      *        MARK-PAID stamps Q-EMP-ID/Q-WORK-DATE settled by
      *        Q-PAY-ID with Q-PAID-AMOUNT at Q-PAID-RATE-PCT;
      *        RELEASE clears every settlement Q-PAY-ID made for
      *        Q-EMP-ID, so a recalculation or void starts clean
               88  OP-MARK-PAID        VALUE 'P'.
               88  OP-RELEASE          VALUE 'X'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-WORK-DATE         PIC 9(8).
      *    LIST-FOR-EMP cursor: the WORK-DATE of the last record
      *    returned (zero to start); SCAN cursor: the EMP-ID +
      *    WORK-DATE key of the last record returned (SPACES to
      *    start)
           05  Q-CURSOR            PIC 9(8).
           05  Q-SCAN-CURSOR       PIC X(17).
           05  Q-PAY-ID            PIC 9(12).
           05  Q-PAID-AMOUNT       PIC 9(9)V99.
           05  Q-PAID-RATE-PCT     PIC 9(3).
           05  IN-SUBHOL.
               COPY subhol REPLACING ==05== BY ==10==.
