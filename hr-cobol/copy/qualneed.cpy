      ******************************************************************
      * QUALNEED.CPY - Qualification requirement record
      * Purpose: Links a job grade (GRADE-CODE) or a department
      *          (DEPT-ID) to a qualification everyone in it must
      *          hold. One record per link; an employee owes the
      *          union of their grade's and their department's.
      * Pre: Constants defined in calling program
      * Post: Complete requirement structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  NEED-SCOPE          PIC X.
               88  NEED-BY-GRADE       VALUE 'G'.
               88  NEED-BY-DEPT        VALUE 'D'.
      *    GRADE-CODE left-justified, or DEPT-ID's six digits
           05  NEED-KEY            PIC X(6).
           05  QUAL-CODE           PIC X(6).
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  FILLER              PIC X(54) VALUE SPACES.
