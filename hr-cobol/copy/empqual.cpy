      ******************************************************************
      * EMPQUAL.CPY - Employee qualification holding record
      * Purpose: One record per employee per qualification - the
      *          training completed or license held, with its issue
      *          and expiry dates and the license particulars. A
      *          renewal replaces the dates on the same record.
      * Pre: Constants defined in calling program
      * Post: Complete holding structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
           05  QUAL-CODE           PIC X(6).
      *    Date the training was completed or the license issued
           05  ISSUE-DATE          PIC 9(8)  VALUE 0.
      *    0 when the holding never lapses; derived from the
      *    qualification's RENEWAL-MONTHS when not given
           05  EXPIRY-DATE         PIC 9(8)  VALUE 0.
           05  LICENSE-NUMBER      PIC X(20).
           05  ISSUER              PIC X(30).
           05  HOLDING-STATUS      PIC X     VALUE 'A'.
               88  HOLDING-CURRENT     VALUE 'A'.
               88  HOLDING-REVOKED     VALUE 'R'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(63) VALUE SPACES.
