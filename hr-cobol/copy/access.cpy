      ******************************************************************
      * ACCESS.CPY - Read-access detail structure
      * Purpose: The AFTER-VALUE image of a read-access audit entry -
      *          who was shown which employee's personal, salary,
      *          bank or dependent data. The entry itself is an
      *          ordinary AUDIT-LOG record (USER-ID, timestamp,
      *          ENTITY-TYPE/ENTITY-ID of the record shown) so it is
      *          chained, archived and searchable like any other;
      *          ACTION names the area:
      *            PERSNL-VIEW  employee find / search
      *            SALARY-VIEW  unmasked pay or base salary
      *            BANK-VIEW    bank account
      *            DEPEND-VIEW  dependents
      *            DISCLOSURE   a full DISCLOSE document
      *          ACCESRPT reports the entries by operator and by
      *          employee for the personal information review.
      * Pre: Constants defined in calling program
      * Post: Complete read-access detail structure
      ******************************************************************
      *    Fixed tag marking the structured image - SALARY-VIEW
      *    entries from before it carry free text here instead
           05  ACC-TAG             PIC X(4)  VALUE 'ACC1'.
               88  ACC-DETAIL-PRESENT  VALUE 'ACC1'.
           05  ACC-AREA            PIC X(3).
               88  ACC-AREA-PERSONAL   VALUE 'PER'.
               88  ACC-AREA-SALARY     VALUE 'SAL'.
               88  ACC-AREA-BANK       VALUE 'BNK'.
               88  ACC-AREA-DEPENDENT  VALUE 'DEP'.
               88  ACC-AREA-ALL        VALUE 'ALL'.
      *    The program (HRMENU, PAYRPT, DISCLOSE) that showed it
           05  ACC-SOURCE          PIC X(8).
      *    The employee the data belongs to, and their department
      *    when the inquiry had it to hand (zero leaves ACCESRPT to
      *    resolve it)
           05  ACC-EMP-ID          PIC 9(9).
           05  ACC-DEPT-ID         PIC 9(6).
      *    The full key of the record shown (a PAY-ID is wider than
      *    ENTITY-ID)
           05  ACC-ENTITY-KEY      PIC X(12).
           05  ACC-NOTE            PIC X(50).
           05  FILLER              PIC X(8).
