      ******************************************************************
      * TCSUSP.CPY - Timecard exception suspense record structure
      * Purpose: One record per clock-file line IMPTIME held back
      *          instead of importing - a missing clock-out, a card
      *          on a day off the employee's schedule pattern, a
      *          line repeating one already imported from the same
      *          file, or hours that cannot be right. The card waits
      *          here, out of TIME-SVC's period sums, until the
      *          employee's supervisor corrects it, confirms it as
      *          sent, or deletes it.
      * Pre: Constants defined in calling program
      * Post: Complete timecard exception structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  SUSP-ID             PIC 9(6).
      *    The card as the clock file sent it (or as corrected)
           05  SUSP-EMP-ID         PIC 9(9).
           05  SUSP-WORK-DATE      PIC 9(8).
           05  SUSP-REGULAR-HOURS  PIC 9(2)V99.
           05  SUSP-OVERTIME-HOURS PIC 9(2)V99.
           05  SUSP-NIGHT-HOURS    PIC 9(2)V99.
           05  SUSP-HOLIDAY-HOURS  PIC 9(2)V99.
           05  SUSP-PROJECT-CODE   PIC X(8).
           05  SUSP-REASON         PIC X.
               88  SUSP-MISSING-CLOCK-OUT  VALUE 'M'.
               88  SUSP-NOT-SCHEDULED      VALUE 'N'.
               88  SUSP-OVERLAP            VALUE 'O'.
               88  SUSP-IMPOSSIBLE-HOURS   VALUE 'H'.
           05  SUSP-REASON-TEXT    PIC X(40).
      *    Line of the clock file the card came from
           05  SUSP-SOURCE-LINE    PIC 9(6).
      *    The employee's manager and department when the card was
      *    held - the supervisor whose review list it lands on
           05  SUSP-MANAGER-EMP-ID PIC 9(9).
           05  SUSP-DEPT-ID        PIC 9(6).
           05  SUSP-STATUS         PIC X.
               88  SUSP-OPEN           VALUE 'O'.
               88  SUSP-RELEASED       VALUE 'R'.
               88  SUSP-DELETED        VALUE 'D'.
      *    How a released card was settled - hours corrected, or
      *    confirmed as sent
           05  SUSP-RESOLUTION     PIC X.
               88  SUSP-CORRECTED      VALUE 'C'.
               88  SUSP-CONFIRMED      VALUE 'A'.
           05  SUSP-NOTE           PIC X(40).
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  RESOLVED-BY         PIC X(8).
           05  RESOLVED-AT         PIC 9(14).
           05  FILLER              PIC X(94) VALUE SPACES.
