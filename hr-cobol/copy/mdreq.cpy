      ******************************************************************
      * MDREQ.CPY - Master data required item record structure
      * Purpose: One record per item of employee master data a
      *          company requires of an employee type - a bank
      *          account, My Number, SI grade and so on - with the
      *          team that owns getting it on file and the days
      *          after HIRE-DATE it may still be missing. MDSCORE
      *          checks every active employee against the items that
      *          apply to them. Spaces in the company or the type
      *          make the item apply to every company or every type;
      *          where a specific and a general record name the same
      *          item, the specific one's owner and grace days win.
      * Pre: Constants defined in calling program
      * Post: Complete required item structure (100 bytes)
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
      *    COMPANY-CODE, or spaces for every company
           05  MDR-COMPANY         PIC X(2).
      *    EMP-TYPE (F/P/C), or space for every type
           05  MDR-EMP-TYPE        PIC X.
           05  MDR-ITEM-CODE       PIC X(4).
               88  ITEM-BANK-ACCOUNT   VALUE 'BANK'.
               88  ITEM-MY-NUMBER      VALUE 'MYNO'.
               88  ITEM-SI-GRADE       VALUE 'SIGR'.
               88  ITEM-JOB-GRADE      VALUE 'GRAD'.
               88  ITEM-LOCATION       VALUE 'LOCN'.
               88  ITEM-SCHEDULE       VALUE 'SCHD'.
               88  ITEM-COMMUTE        VALUE 'COMM'.
               88  ITEM-DEPENDENTS     VALUE 'DEPN'.
               88  MDR-ITEM-VALID      VALUE 'BANK' 'MYNO' 'SIGR'
                                             'GRAD' 'LOCN' 'SCHD'
                                             'COMM' 'DEPN'.
      *    The team that chases a missing item
           05  MDR-OWNER           PIC X.
               88  OWNER-HR            VALUE 'H'.
               88  OWNER-PAYROLL       VALUE 'P'.
               88  OWNER-EMPLOYEE      VALUE 'E'.
               88  MDR-OWNER-VALID     VALUE 'H' 'P' 'E'.
      *    Days after HIRE-DATE before a missing item is overdue;
      *    0 takes MDSCORE's run default
           05  MDR-GRACE-DAYS      PIC 9(3)  VALUE 0.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(34) VALUE SPACES.
