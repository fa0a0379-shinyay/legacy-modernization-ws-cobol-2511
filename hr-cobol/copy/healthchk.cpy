      ******************************************************************
      * HEALTHCHK.CPY - Annual health check and long-hours record
      * Purpose: One record per employee per fiscal year (April to
      *          March): the statutory annual health check's
      *          scheduled and completed dates, the second check a
      *          regular night worker is owed in the same year, the
      *          follow-up-required flag, and each month whose
      *          overtime plus holiday work passed the 80-hour line
      *          with the physician interview offered and held. The
      *          examination result itself is not here - HLTH-SVC
      *          keeps it in its own restricted file (hlthres.cpy).
      * Pre: Constants defined in calling program
      * Post: Complete health check structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
      *    Fiscal year the check belongs to - April of CHECK-FY
      *    through March of the year after
           05  CHECK-FY            PIC 9(4).
           05  CHECK-SCHEDULED     PIC 9(8)  VALUE 0.
           05  CHECK-COMPLETED     PIC 9(8)  VALUE 0.
      *    Set by HLTHMON from the timecards' night hours - a
      *    regular night worker is owed a second check in the year
           05  NIGHT-WORKER-FLAG   PIC X     VALUE 'N'.
               88  NIGHT-WORKER        VALUE 'Y'.
               88  NOT-NIGHT-WORKER    VALUE 'N' ' '.
           05  NIGHT-FLAGGED-PERIOD PIC 9(6) VALUE 0.
           05  SECOND-SCHEDULED    PIC 9(8)  VALUE 0.
           05  SECOND-COMPLETED    PIC 9(8)  VALUE 0.
           05  FOLLOW-UP-FLAG      PIC X     VALUE 'N'.
               88  FOLLOW-UP-REQUIRED  VALUE 'Y'.
               88  NO-FOLLOW-UP        VALUE 'N' ' '.
      *    Kept by HLTH-SVC when a result is recorded in the
      *    restricted file - only whether the examination found
      *    anything, for the statutory summary
           05  RESULT-FLAG         PIC X     VALUE 'N'.
               88  RESULT-NOT-RECORDED VALUE 'N' ' '.
               88  RESULT-NO-FINDINGS  VALUE 'A'.
               88  RESULT-WITH-FINDINGS VALUE 'F'.
      *    Long-hours months, April first: overtime plus holiday
      *    hours and the 80-hour flag set by HLTHMON, the interview
      *    dates kept by the health check screen
           05  LONG-HOURS-MONTH OCCURS 12 TIMES.
               15  LH-HOURS        PIC 9(3)V99.
               15  LH-OVER-LINE    PIC X.
                   88  LH-FLAGGED      VALUE 'Y'.
               15  LH-OFFERED-DATE PIC 9(8).
               15  LH-INTERVIEW-DATE PIC 9(8).
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(27) VALUE SPACES.
