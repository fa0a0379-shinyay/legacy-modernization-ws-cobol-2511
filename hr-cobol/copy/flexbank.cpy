      ******************************************************************
      * FLEXBANK.CPY - Flextime settlement-period hours bank
      * Purpose: One record per flextime employee per settlement
      *          period: the period's required and legal-framework
      *          hours, the hours worked so far from the timecards,
      *          and - once the period-end payroll settles it - the
      *          overtime, in-framework surplus and shortfall, with
      *          the part of the shortfall carried to the next period
      *          and the part deducted.
      * Pre: Constants defined in calling program
      * Post: Complete hours bank structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
      *    First and last month (YYYYMM) of the settlement period
           05  SETTLE-FROM         PIC 9(6).
           05  SETTLE-TO           PIC 9(6).
           05  PATTERN-CODE        PIC X(4).
      *    Business days times the pattern's DAILY-HOURS, and the
      *    statutory framework - 40 hours times the period's calendar
      *    days over 7
           05  REQUIRED-HOURS      PIC 9(4)V99 VALUE 0.
           05  LEGAL-FRAME-HOURS   PIC 9(4)V99 VALUE 0.
      *    Shortfall brought forward from the previous period
           05  CARRIED-IN-HOURS    PIC 9(4)V99 VALUE 0.
      *    Timecard regular plus overtime hours through WORKED-THRU,
      *    and the required hours of the business days up to then
           05  WORKED-HOURS        PIC 9(4)V99 VALUE 0.
           05  WORKED-THRU         PIC 9(8)    VALUE 0.
           05  REQUIRED-TO-DATE    PIC 9(4)V99 VALUE 0.
           05  FLEX-STATUS         PIC X       VALUE 'O'.
               88  FLEX-OPEN           VALUE 'O'.
               88  FLEX-SETTLED        VALUE 'S'.
      *    Settlement: hours past the legal framework (overtime pay),
      *    hours past the required total but inside the framework
      *    (paid at the ordinary rate), and the shortfall split into
      *    the part carried forward and the part deducted
           05  OVERTIME-HOURS      PIC 9(4)V99 VALUE 0.
           05  IN-FRAME-HOURS      PIC 9(4)V99 VALUE 0.
           05  SHORTFALL-HOURS     PIC 9(4)V99 VALUE 0.
           05  CARRIED-OUT-HOURS   PIC 9(4)V99 VALUE 0.
           05  DEDUCTED-HOURS      PIC 9(4)V99 VALUE 0.
           05  SETTLED-PAY-ID      PIC 9(12)   VALUE 0.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(39) VALUE SPACES.
