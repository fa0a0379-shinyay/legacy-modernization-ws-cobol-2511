      *          (EMP-TYPE-CONT): start, end, renewal count, status -
      *          the term data EMPLOYEE.CPY never carried, feeding
      *          the expiring-contracts report so renewals get
      *          actioned before a contract lapses, and the chain
      *          of terms CONV5RPT totals for the five-year
      *          indefinite-term conversion right
      * Pre: Constants defined in calling program
      * Post: Complete contract structure
      *
               88  CONTRACT-CURRENT    VALUE 'A'.
               88  CONTRACT-ENDED      VALUE 'E'.
               88  CONTRACT-RENEWED    VALUE 'R'.
      *        The employee exercised the conversion right - this
      *        term is the last of the fixed-term chain
               88  CONTRACT-CONVERTED  VALUE 'V'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
      *    A re-engagement after the mandatory retirement (shokutaku)
      *    is its own kind of term, linked to the employment it
      *    followed. A renewal carries the kind and the link forward.
           05  CONTRACT-KIND       PIC X     VALUE SPACE.
               88  CONTRACT-FIXED-TERM VALUE ' ' 'F'.
               88  CONTRACT-REENGAGED  VALUE 'S'.
      *    Re-engaged terms only: the EMP-ID the employee retired
      *    under (the same EMP-ID when rehire reuses it) and the
      *    retirement date
           05  ORIG-EMP-ID         PIC 9(9)  VALUE 0.
           05  RETIRE-DATE         PIC 9(8)  VALUE 0.
      *    Re-engaged terms only: the monthly wage at 60 for the
      *    continued-employment benefit - the average regular-run
      *    gross of the six months before RETIRE-DATE, and how many
      *    months it averaged (fewer than 6 when the employee was
      *    paid for less). Zero until EIKEIZOK first fixes it.
           05  WAGE-AT-60          PIC 9(9)  VALUE 0.
           05  WAGE-AT-60-MONTHS   PIC 9     VALUE 0.
      *    Converted terms only: the date the employee asked for the
      *    indefinite-term contract, the date it takes effect (the
      *    fixed-term chain ends the day before), the employee type
      *    they move to and the pending transaction that moves them
           05  CONV-REQUEST-DATE   PIC 9(8)  VALUE 0.
           05  CONV-EFFECTIVE-DATE PIC 9(8)  VALUE 0.
           05  CONV-NEW-EMP-TYPE   PIC X     VALUE SPACE.
           05  CONV-TX-ID          PIC 9(9)  VALUE 0.
           05  FILLER              PIC X(60) VALUE SPACES.
