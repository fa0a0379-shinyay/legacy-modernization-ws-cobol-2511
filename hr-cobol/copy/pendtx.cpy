      * PENDTX.CPY - Pending (future-dated) transaction record
      * Purpose: One record per transaction entered ahead of its
      *          effective date - a transfer, termination, grade
      *          change, manager change or employee-type change
      *          keyed today and released by the daily RELPEND
      *          batch through the normal EMP-SVC operations when
      *          the date arrives, so the April 1 reorganization
      *          stops being a crowd around one terminal on the
      *          morning of April 1.
      * Pre: Constants defined in calling program
      * Post: Complete pending transaction structure
      *
               88  TX-TERMINATE        VALUE 'T'.
               88  TX-GRADE-CHANGE     VALUE 'G'.
               88  TX-MANAGER-CHANGE   VALUE 'M'.
      *        Employee type change - queued by CONTRACT-SVC when a
      *        fixed-term employee converts to an indefinite term
               88  TX-TYPE-CHANGE      VALUE 'E'.
           05  EFFECTIVE-DATE      PIC 9(8).
           05  TX-STATUS           PIC X.
               88  TX-PENDING          VALUE 'P'.
           05  NEW-GRADE-CODE      PIC X(4).
           05  NEW-MANAGER-ID      PIC 9(9).
           05  TERM-REASON-CODE    PIC X(2).
           05  NEW-EMP-TYPE        PIC X.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(95) VALUE SPACES.
