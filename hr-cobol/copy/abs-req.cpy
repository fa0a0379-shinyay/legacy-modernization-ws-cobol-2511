      ******************************************************************
      * ABS-REQ.CPY - Absence case service request structure
      * Purpose: Request structure for ABSCASE-SVC operations
      ******************************************************************
       01  ABSCASE-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        OPEN starts a case from IN-ABSCASE (type, onset,
      *        note) with its first spell Q-FROM-DATE..Q-TO-DATE
      *        (the expected return less a day) and puts the
      *        employee on leave; FIND answers Q-EMP-ID's case
      *        Q-CASE-SEQ (0 for the latest); ADD-SPELL and
      *        ADD-CLAIM append Q-FROM-DATE..Q-TO-DATE (a claim also
      *        Q-SUBMIT-DATE); CERTIFY stamps claim Q-CLAIM-NO
      *        certified; CLOSE ends the case on Q-RETURN-DATE and
      *        brings the employee back from leave; LIST pages every
      *        case in employee order (Q-EMP-ID/Q-CASE-SEQ of the
      *        last one returned, zeros to start)
               88  OP-OPEN             VALUE 'O'.
               88  OP-FIND             VALUE 'F'.
               88  OP-ADD-SPELL        VALUE 'S'.
               88  OP-ADD-CLAIM        VALUE 'P'.
               88  OP-CERTIFY          VALUE 'C'.
               88  OP-CLOSE            VALUE 'X'.
               88  OP-LIST             VALUE 'L'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-CASE-SEQ          PIC 9(2).
           05  Q-FROM-DATE         PIC 9(8).
           05  Q-TO-DATE           PIC 9(8).
           05  Q-SUBMIT-DATE       PIC 9(8).
           05  Q-CLAIM-NO          PIC 9(2).
           05  Q-RETURN-DATE       PIC 9(8).
           05  IN-ABSCASE.
               COPY abscase REPLACING ==05== BY ==10==.
