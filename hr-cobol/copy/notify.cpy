      ******************************************************************
      * NOTIFY.CPY - Notification outbox record structure
      * Purpose: One record per message a batch has raised for a
      *          person to act on - an expiring contract or leave
      *          balance, a five-day leave shortfall, an overtime
      *          warning, an upcoming retirement, a fixed-term
      *          employee's conversion right - addressed to the
      *          employee or to the manager responsible, and carried
      *          through its hand-off to the mail gateway and the
      *          delivery result read back. The key is the
      *          duplicate guard: the same event about the same
      *          employee for the same due date reaches a recipient
      *          once, however many nights the batch sees it.
      * Pre: Constants defined in calling program
      * Post: Complete notification structure (400 bytes)
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
      *    Recipient EMP-ID - zero for the HR mailbox, where a notice
      *    goes when no manager could be resolved
           05  NTF-RECIPIENT-ID    PIC 9(9).
           05  NTF-EVENT-TYPE      PIC X(4).
               88  NTF-CONTRACT-END    VALUE 'CEXP'.
               88  NTF-LEAVE-EXPIRY    VALUE 'LEXP'.
               88  NTF-LEAVE-SHORTFALL VALUE 'LV5S'.
               88  NTF-OT-WARNING      VALUE 'OTWN'.
               88  NTF-OT-OVER-CAP     VALUE 'OTCP'.
               88  NTF-RETIREMENT      VALUE 'RETR'.
               88  NTF-CONVERSION-RIGHT VALUE 'CONV'.
      *    The employee the notice is about, and the date the matter
      *    falls due (contract end, expiry, anniversary, retirement,
      *    the day a conversion right arises; the first of the month
      *    for a monthly overtime check)
           05  NTF-ABOUT-EMP-ID    PIC 9(9).
           05  NTF-DUE-DATE        PIC 9(8).
           05  NTF-RECIPIENT-ROLE  PIC X.
               88  ROLE-EMPLOYEE       VALUE 'E'.
               88  ROLE-MANAGER        VALUE 'M'.
               88  ROLE-HR-MAILBOX     VALUE 'H'.
           05  NTF-SUBJECT         PIC X(60).
           05  NTF-BODY            PIC X(160).
           05  NTF-SOURCE-JOB      PIC X(8).
           05  NTF-STATUS          PIC X.
               88  NTF-QUEUED          VALUE 'Q'.
               88  NTF-EXTRACTED       VALUE 'X'.
               88  NTF-SENT            VALUE 'S'.
               88  NTF-FAILED          VALUE 'F'.
           05  NTF-QUEUED-AT       PIC 9(14).
      *    The gateway extract that carried it (NTFMAIL sequence)
           05  NTF-EXTRACT-SEQ     PIC 9(6).
           05  NTF-EXTRACTED-AT    PIC 9(14).
      *    As the gateway reported it back
           05  NTF-DELIVERED-AT    PIC 9(14).
           05  NTF-DELIVERY-MSG    PIC X(40).
      *    Times queued - a failed delivery is queued again by the
      *    next run that raises the same event
           05  NTF-ATTEMPTS        PIC 9(2).
           05  FILLER              PIC X(39) VALUE SPACES.
