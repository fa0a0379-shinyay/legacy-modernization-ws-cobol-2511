      ******************************************************************
      * STRESSCHK.CPY - Stress check participation record
      * Purpose: One record per employee per stress check cycle (the
      *          fiscal year, April to March): when the employee was
      *          invited, when they completed the questionnaire, and
      *          whether they asked for the physician interview and
      *          when it was held. This is the part HR may see during
      *          the campaign. The individual result is not here -
      *          STRESS-SVC keeps it in its own restricted file
      *          (strsres.cpy), readable only by a designated
      *          stress check implementer.
      * Pre: Constants defined in calling program
      * Post: Complete stress check participation structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
      *    Cycle the check belongs to - April of CYCLE-FY through
      *    March of the year after
           05  CYCLE-FY            PIC 9(4).
           05  INVITED-DATE        PIC 9(8)  VALUE 0.
           05  COMPLETED-DATE      PIC 9(8)  VALUE 0.
      *    The employee's own request for the physician interview -
      *    made to the company, so HR sees it and arranges it
           05  INTERVIEW-REQ-FLAG  PIC X     VALUE 'N'.
               88  INTERVIEW-REQUESTED VALUE 'Y'.
               88  NO-INTERVIEW-REQUEST VALUE 'N' ' '.
           05  INTERVIEW-DATE      PIC 9(8)  VALUE 0.
      *    Kept by STRESS-SVC - only whether the implementer has
      *    entered a result, never what it is
           05  RESULT-ENTERED-FLAG PIC X     VALUE 'N'.
               88  STRESS-RESULT-ENTERED VALUE 'Y'.
               88  STRESS-RESULT-PENDING VALUE 'N' ' '.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(106) VALUE SPACES.
