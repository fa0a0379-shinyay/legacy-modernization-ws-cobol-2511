      ******************************************************************
      * CONSENT.CPY - Electronic delivery consent record
      * Purpose: One record per employee per document type - the pay
      *          statement, the annual withholding statement or the
      *          annual total rewards statement -
      *          recording the employee's consent to receive it
      *          through the portal instead of on paper, how and when
      *          the consent was given, and when it was withdrawn.
      *          Electronic delivery is only lawful while a consent
      *          is in force; PAYSLIP, YEARRPT and TOTREWD route a
      *          document to the portal delivery file on that test
      *          alone, and CNSTRPT prints the register for audit. A
      *          withdrawn consent given again is re-dated on the
      *          same record; the earlier dates stay on the audit
      *          trail.
      * Pre: Constants defined in calling program
      * Post: Complete electronic delivery consent structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
           05  DOC-TYPE            PIC X.
               88  DOC-PAYSLIP         VALUE 'P'.
               88  DOC-WITHHOLDING     VALUE 'W'.
               88  DOC-TOTAL-REWARDS   VALUE 'R'.
               88  DOC-TYPE-VALID      VALUE 'P' 'W' 'R'.
      *    The day the consent took effect and how it was given - a
      *    signed paper form, or the portal's own consent form
           05  CONSENT-DATE        PIC 9(8).
           05  CONSENT-METHOD      PIC X.
               88  METHOD-WRITTEN      VALUE 'W'.
               88  METHOD-ELECTRONIC   VALUE 'E'.
               88  METHOD-VALID        VALUE 'W' 'E'.
      *    Filing reference of the signed form or the portal's
      *    consent receipt, for the auditor to pull
           05  CONSENT-REF         PIC X(20).
      *    The portal account the documents are delivered to
           05  PORTAL-ID           PIC X(20).
      *    Zero while the consent is in force; from this day on the
      *    document goes to print again
           05  WITHDRAW-DATE       PIC 9(8)  VALUE 0.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(78) VALUE SPACES.
