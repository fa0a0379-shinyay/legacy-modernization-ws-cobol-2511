      ******************************************************************
      * TIMECARD.CPY - Timecard record structure
      * Purpose: One record per employee per work date and project
      *          line, carrying the regular and overtime hours the
      *          time-clock vendor's file reports - the basis
      *          CALCULATE-PAYROLL derives hourly employees'
      *          GROSS-PAY from. A day split across projects is
      *          several lines, one per PROJECT-CODE; a day not
      *          coded to any project is the one line with spaces.
      * Pre: Constants defined in calling program
      * Post: Complete timecard structure
      *
      *    zero hours in both
           05  NIGHT-HOURS         PIC 9(2)V99 VALUE 0.
           05  HOLIDAY-HOURS       PIC 9(2)V99 VALUE 0.
      *    The project / cost center the line's hours were worked
      *    on (PROJECT.CPY) - spaces on an uncoded line, which is
      *    also how cards written before project coding read
           05  PROJECT-CODE        PIC X(8) VALUE SPACES.
           05  FILLER              PIC X(104) VALUE SPACES.
