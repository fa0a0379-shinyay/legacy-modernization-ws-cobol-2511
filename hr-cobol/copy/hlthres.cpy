      ******************************************************************
      * HLTHRES.CPY - Health check result detail (restricted)
      * Purpose: The examination result behind an annual health
      *          check - overall class, the physician's opinion on
      *          fitness for work and the findings - held in its own
      *          restricted file rather than on the health check
      *          record, the way the individual number is kept.
      *          HLTH-SVC is the only program that touches the file;
      *          reading and writing it takes an admin operator, and
      *          every retrieval is audited with its purpose. Keyed
      *          on EMP-ID + CHECK-FY.
      * Pre: Constants defined in calling program
      * Post: Complete health check result structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
           05  CHECK-FY            PIC 9(4).
      *    Overall class, A (no findings) through E (under care)
           05  RESULT-CLASS        PIC X.
               88  CLASS-NO-FINDINGS   VALUE 'A'.
               88  CLASS-MINOR         VALUE 'B'.
               88  CLASS-RECHECK       VALUE 'C'.
               88  CLASS-TREATMENT     VALUE 'D'.
               88  CLASS-UNDER-CARE    VALUE 'E'.
               88  CLASS-VALID         VALUE 'A' THRU 'E'.
      *    The physician's opinion on fitness for work
           05  WORK-OPINION        PIC X.
               88  WORK-NORMAL         VALUE 'N'.
               88  WORK-RESTRICTED     VALUE 'R'.
               88  WORK-LEAVE          VALUE 'L'.
               88  OPINION-VALID       VALUE 'N' 'R' 'L'.
           05  FINDINGS            PIC X(80).
           05  PHYSICIAN-NAME      PIC X(30).
           05  RESULT-STATUS       PIC X.
               88  RESULT-HELD         VALUE 'A'.
      *        Set when PURGEPII scrubbed the detail with the rest
      *        of the employee's personal fields
               88  RESULT-SCRUBBED     VALUE 'X'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(19) VALUE SPACES.
