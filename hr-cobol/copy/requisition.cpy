      ******************************************************************
      * REQUISITION.CPY - Job requisition record structure
      * Purpose: One record per approved-to-hire opening - the
      *          department, grade and employment type wanted, the
      *          target start date and who asked for it - carried
      *          from request through approval (checked against the
      *          department's remaining budgeted headcount) to the
      *          hire that fills it.
      * Pre: Constants defined in calling program
      * Post: Complete requisition structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  REQN-ID             PIC 9(9).
           05  DEPT-ID             PIC 9(6).
      *    Grade and employment type of the opening, as they will go
      *    on the hire's employee record
           05  GRADE-CODE          PIC X(4)  VALUE SPACES.
           05  EMP-TYPE            PIC X     VALUE 'F'.
               88  REQN-TYPE-FULL      VALUE 'F'.
               88  REQN-TYPE-PART      VALUE 'P'.
               88  REQN-TYPE-CONT      VALUE 'C'.
           05  TARGET-START        PIC 9(8).
      *    The hiring manager who asked for the opening
           05  REQUESTED-BY        PIC 9(9).
           05  REQN-TITLE          PIC X(30).
           05  REQN-STATUS         PIC X     VALUE 'P'.
               88  REQN-PENDING        VALUE 'P'.
               88  REQN-APPROVED       VALUE 'A'.
               88  REQN-REJECTED       VALUE 'R'.
               88  REQN-FILLED         VALUE 'F'.
               88  REQN-CANCELLED      VALUE 'C'.
      *    Fiscal year (April to March) whose budget the approval
      *    was counted against
           05  BUDGET-YEAR         PIC 9(4)  VALUE 0.
           05  APPROVED-BY         PIC X(8).
           05  APPROVED-DATE       PIC 9(8)  VALUE 0.
      *    The hire that filled the opening
           05  FILLED-EMP-ID       PIC 9(9)  VALUE 0.
           05  FILLED-DATE         PIC 9(8)  VALUE 0.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(40) VALUE SPACES.
