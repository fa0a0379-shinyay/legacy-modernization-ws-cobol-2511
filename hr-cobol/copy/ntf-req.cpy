      ******************************************************************
      * NTF-REQ.CPY - Notification outbox request structure
      * Purpose: Request structure for NOTIFY-SVC operations
      ******************************************************************
       01  NOTIFY-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        QUEUE resolves the recipient (Q-ROUTE) and writes the
      *        notice unless it was already raised; FIND reads one by
      *        key; LIST pages the outbox in recipient order (key of
      *        the last one returned, zeros/spaces to start);
      *        MARK-EXTRACTED records the gateway extract that took
      *        it; RECORD-DELIVERY the result read back
               88  OP-QUEUE            VALUE 'Q'.
               88  OP-FIND             VALUE 'F'.
               88  OP-LIST             VALUE 'L'.
               88  OP-MARK-EXTRACTED   VALUE 'X'.
               88  OP-RECORD-DELIVERY  VALUE 'D'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
      *    E - to the employee the notice is about; M - to their
      *    manager (the department manager when none is recorded,
      *    the HR mailbox when neither is)
           05  Q-ROUTE             PIC X.
               88  ROUTE-EMPLOYEE      VALUE 'E'.
               88  ROUTE-MANAGER       VALUE 'M'.
           05  Q-RECIPIENT-ID      PIC 9(9).
           05  Q-EVENT-TYPE        PIC X(4).
           05  Q-ABOUT-EMP-ID      PIC 9(9).
           05  Q-DUE-DATE          PIC 9(8).
           05  Q-EXTRACT-SEQ       PIC 9(6).
           05  Q-DELIVERY-STATUS   PIC X.
           05  Q-DELIVERED-AT      PIC 9(14).
           05  Q-DELIVERY-MSG      PIC X(40).
           05  IN-NOTIFY.
               COPY notify REPLACING ==05== BY ==10==.
