      ******************************************************************
      * SECONDMENT.CPY - Secondment (shukko) record structure
      * Purpose: One record per employee seconded out to a group
      *          company or outside partner: the host organization,
      *          the period of the secondment, and how the host
      *          reimburses the cost of an employee who stays on
      *          our payroll - a fixed monthly amount, or a
      *          percentage of gross pay plus EMPLOYER-COST. SECRCHG
      *          bills the host from it each month; DEPTRPT and
      *          BUDGRPT count the employee as seconded out rather
      *          than working in the home department.
      * Pre: Constants defined in calling program
      * Post: Complete secondment structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
      *    The receiving organization - its partner code is what the
      *    intercompany receivable posts against
           05  HOST-CODE           PIC X(5).
           05  HOST-NAME           PIC X(40).
           05  HOST-TYPE           PIC X.
               88  HOST-GROUP-COMPANY  VALUE 'G'.
               88  HOST-OUTSIDE        VALUE 'O'.
      *    First and last day of the secondment; END-DATE is
      *    OPEN-ENDED-DATE until the return date is known
           05  START-DATE          PIC 9(8).
           05  END-DATE            PIC 9(8).
           05  RECHARGE-BASIS      PIC X.
               88  RECHARGE-FIXED      VALUE 'F'.
               88  RECHARGE-PERCENT    VALUE 'P'.
      *    The monthly amount billed on the fixed basis
           05  RECHARGE-AMOUNT     PIC 9(9)V99.
      *    The share of gross plus employer cost on the percentage
      *    basis
           05  RECHARGE-PCT        PIC 9(3)V99.
           05  SCND-STATUS         PIC X.
               88  SCND-ACTIVE         VALUE 'A'.
               88  SCND-ENDED          VALUE 'E'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(56) VALUE SPACES.
