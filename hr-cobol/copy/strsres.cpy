      ******************************************************************
      * STRSRES.CPY - Stress check individual result (restricted)
      * Purpose: One record per employee per stress check cycle: the
      *          three area scores of the brief job stress
      *          questionnaire and the high-stress determination.
      *          Held only by STRESS-SVC, readable and settable only
      *          by an operator designated as stress check
      *          implementer; group analysis reads it for aggregates
      *          and never prints an individual.
      * Pre: Constants defined in calling program
      * Post: Complete stress check result structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
           05  CYCLE-FY            PIC 9(4).
      *    Area scores, each scored so that higher means more
      *    stress: A job stressors (17-68), B stress reactions
      *    (29-116), C support from those around (9-36)
           05  SCORE-A             PIC 9(3)  VALUE 0.
           05  SCORE-B             PIC 9(3)  VALUE 0.
           05  SCORE-C             PIC 9(3)  VALUE 0.
      *    Derived by STRESS-SVC from the scores
           05  HIGH-STRESS-FLAG    PIC X     VALUE SPACE.
               88  HIGH-STRESS         VALUE 'Y'.
               88  NOT-HIGH-STRESS     VALUE 'N'.
           05  RESULT-DATE         PIC 9(8)  VALUE 0.
           05  STRESS-RESULT-STATUS PIC X    VALUE 'A'.
               88  STRESS-RESULT-HELD  VALUE 'A'.
               88  STRESS-RESULT-SCRUBBED VALUE 'X'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(113) VALUE SPACES.
