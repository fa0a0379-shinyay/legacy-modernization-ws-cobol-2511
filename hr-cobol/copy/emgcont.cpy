      ******************************************************************
      * EMGCONT.CPY - Emergency contact record structure
      * Purpose: Whom to call for each employee - the employee's own
      *          mobile and home phones, and up to two emergency
      *          contacts with their relationship and phones. Held in
      *          its own file rather than on the employee record,
      *          keyed on EMP-ID, one record per employee. SAFEROST
      *          prints it on the safety confirmation roster.
      * Pre: Constants defined in calling program
      * Post: Complete emergency contact structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
      *    The employee's own phones - digits and hyphens
           05  EMP-MOBILE-PHONE    PIC X(15).
           05  EMP-HOME-PHONE      PIC X(15).
      *    First emergency contact - relationship codes as on the
      *    dependent record (SP spouse, CH child, PA parent, OT
      *    other)
           05  CONTACT-1-NAME      PIC X(40).
           05  CONTACT-1-RELATION  PIC X(2).
               88  CONTACT-1-SPOUSE    VALUE 'SP'.
               88  CONTACT-1-CHILD     VALUE 'CH'.
               88  CONTACT-1-PARENT    VALUE 'PA'.
               88  CONTACT-1-OTHER     VALUE 'OT'.
           05  CONTACT-1-PHONE     PIC X(15).
           05  CONTACT-1-ALT-PHONE PIC X(15).
      *    Second emergency contact - spaces when only one is held
           05  CONTACT-2-NAME      PIC X(40).
           05  CONTACT-2-RELATION  PIC X(2).
               88  CONTACT-2-SPOUSE    VALUE 'SP'.
               88  CONTACT-2-CHILD     VALUE 'CH'.
               88  CONTACT-2-PARENT    VALUE 'PA'.
               88  CONTACT-2-OTHER     VALUE 'OT'.
           05  CONTACT-2-PHONE     PIC X(15).
           05  CONTACT-2-ALT-PHONE PIC X(15).
           05  EMGC-STATUS         PIC X.
               88  EMGC-HELD           VALUE 'A'.
      *        Set when PURGEPII scrubbed the contacts with the rest
      *        of the employee's personal fields
               88  EMGC-SCRUBBED       VALUE 'X'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(61) VALUE SPACES.
