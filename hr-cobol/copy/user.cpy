           05  PWD-PRIOR-HASH-1    PIC 9(9)  VALUE ZERO.
           05  PWD-PRIOR-HASH-2    PIC 9(9)  VALUE ZERO.
           05  PWD-PRIOR-HASH-3    PIC 9(9)  VALUE ZERO.
      *    Stress check implementer designation - independent of
      *    the role, and the only thing that reaches individual
      *    stress check results (admin included)
           05  STRESS-IMPL-FLAG    PIC X     VALUE 'N'.
               88  STRESS-IMPLEMENTER  VALUE 'Y'.
               88  NOT-STRESS-IMPLEMENTER VALUE 'N' ' '.
      *    Recertification and dormant-account fields. The employee
      *    link names the operator's own employee record (0 for a
      *    contractor or system account) - RECERT takes the reviewer
      *    from its MANAGER-EMP-ID and disables the operator the
      *    night that record goes TERMINATED. VERIFY stamps the last
      *    good logon; the reason says why the operator was disabled
      *    and is cleared when an admin re-enables them.
           05  OPER-EMP-ID         PIC 9(9)  VALUE ZERO.
           05  LAST-LOGON-DATE     PIC 9(8)  VALUE ZERO.
           05  LAST-RECERT-DATE    PIC 9(8)  VALUE ZERO.
           05  DISABLE-REASON      PIC X     VALUE SPACE.
               88  DISABLED-FAILED-LOGONS VALUE 'F'.
               88  DISABLED-DORMANT    VALUE 'U'.
               88  DISABLED-TERMINATED VALUE 'T'.
               88  DISABLED-AT-RECERT  VALUE 'R'.
               88  DISABLED-BY-ADMIN   VALUE 'A'.
               88  NO-DISABLE-REASON   VALUE SPACE.
           05  FILLER              PIC X(31) VALUE SPACES.
