      ******************************************************************
      * GLMAP.CPY - GL account mapping master record structure
      * Purpose: One record per posting account rule - which GL
      *          account a payroll detail line (by its LINE-TYPE and
      *          LINE-CODE) posts to for a run type, optionally for
      *          one department or one COMPANY-CODE only. The rows a
      *          journal carries that no detail line itemizes - the
      *          base pay, the net pay clearing, the employer
      *          contributions, the accruals and the secondment
      *          recharges - are mapped under the reserved line
      *          types below. EXPGL and LVLIAB take every account
      *          from here and reject the run on a line with none.
      * Pre: Constants defined in calling program
      * Post: Complete GL mapping structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
      *    GLM-LINE-TYPE through GLM-SCOPE-CODE (positions 12-40) is
      *    the key. The line type is a PAYDTL LINE-TYPE (R B E A W T
      *    G L N I Y H S - the K memo line never posts) or one of
      *    the reserved posting rows:
           05  GLM-LINE-TYPE       PIC X.
      *        Gross not itemized by an earning or adjustment line -
      *        the salary itself, the bonus on a bonus run, the
      *        allowance on a special run; and the accrued wages
      *        expense in EXPGL's accrual mode
               88  GLM-BASE-PAY        VALUE '0'.
               88  GLM-NET-CLEARING    VALUE '1'.
      *        Deductions not itemized by a detail line (the
      *        difference a pay in a foreign currency leaves)
               88  GLM-UNITEMIZED-DED  VALUE '2'.
               88  GLM-EMPLOYER-EXPENSE VALUE '3'.
               88  GLM-EMPLOYER-LIAB   VALUE '4'.
               88  GLM-ACCRUED-WAGES   VALUE '5'.
               88  GLM-IC-RECEIVABLE   VALUE '6'.
               88  GLM-COST-RECOVERY   VALUE '7'.
               88  GLM-LEAVE-EXPENSE   VALUE '8'.
               88  GLM-LEAVE-LIAB      VALUE '9'.
               88  GLM-RESERVED-ROW    VALUE '0' THRU '9'.
               88  GLM-LINE-TYPE-VALID VALUE '0' THRU '9'
                                             'R' 'B' 'E' 'A' 'W'
                                             'T' 'G' 'L' 'N' 'I'
                                             'Y' 'H' 'S'.
      *    The detail line's LINE-CODE, or '*' for any code of the
      *    line type (always '*' on a reserved row)
           05  GLM-LINE-CODE       PIC X(20).
      *    PAY-RUN-TYPE R/B/S, or '*' for any run
           05  GLM-RUN-TYPE        PIC X.
               88  GLM-RUN-TYPE-VALID  VALUE 'R' 'B' 'S' '*'.
      *    Space applies everywhere; D narrows to the DEPT-ID in
      *    GLM-SCOPE-CODE (six digits), C to the COMPANY-CODE in its
      *    first two positions. A department mapping wins over a
      *    company one, and either over the unscoped row.
           05  GLM-SCOPE-TYPE      PIC X.
               88  GLM-SCOPE-ALL       VALUE ' '.
               88  GLM-SCOPE-DEPT      VALUE 'D'.
               88  GLM-SCOPE-COMPANY   VALUE 'C'.
           05  GLM-SCOPE-CODE      PIC X(6).
      *    The account the line posts to - the posting file's
      *    account code
           05  GLM-ACCOUNT         PIC X(4).
           05  GLM-DESCR           PIC X(30).
      *    An inactive row is passed over, as if not on file
           05  GLM-STATUS          PIC X.
               88  GLM-ACTIVE          VALUE 'A'.
               88  GLM-INACTIVE        VALUE 'I'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(81) VALUE SPACES.
