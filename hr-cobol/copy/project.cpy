      ******************************************************************
      * PROJECT.CPY - Project / cost-center master record
      * Purpose: One record per project or cost center timecard
      *          lines may be coded to - client-billable work,
      *          capitalized development, or internal overhead.
      *          TIME-SVC refuses a line coded to a project that is
      *          not on file and open; LABORDST spreads the period's
      *          labor cost across the projects by hours and
      *          reclasses it to the project's GL account.
      * Pre: Constants defined in calling program
      * Post: Complete project structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  PROJECT-CODE        PIC X(8).
           05  PROJECT-NAME        PIC X(40).
           05  PROJECT-TYPE        PIC X.
               88  PROJECT-BILLABLE    VALUE 'B'.
               88  PROJECT-CAPITAL     VALUE 'C'.
               88  PROJECT-OVERHEAD    VALUE 'O'.
           05  PROJECT-STATUS      PIC X.
               88  PROJECT-OPEN        VALUE 'A'.
               88  PROJECT-CLOSED      VALUE 'C'.
      *    The department that owns the project - reporting only
           05  OWNER-DEPT-ID       PIC 9(6).
      *    The account the labor reclass debits; spaces take the
      *    default for the project type
           05  PROJ-GL-ACCOUNT     PIC X(4).
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(85) VALUE SPACES.
