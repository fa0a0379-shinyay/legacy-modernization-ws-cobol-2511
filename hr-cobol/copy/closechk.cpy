      ******************************************************************
      * CLOSECHK.CPY - Period close checklist step record structure
      * Purpose: One record per step a payroll run type must have
      *          behind it before CLOSE-PERIOD will close the period:
      *          the batch job whose run history proves the step,
      *          whether its file must also have gone out through
      *          the transmission register, and how the job's run
      *          parameter is tied to the pay period. A run type
      *          with no steps on file is held to the standard
      *          PROOF / EXPPAY / IMPPAID / EXPGL sequence.
      * Pre: Constants defined in calling program
      * Post: Complete checklist step structure (100 bytes)
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
      *    R/B/S per payroll.cpy PAY-RUN-TYPE
           05  CHK-RUN-TYPE        PIC X.
           05  CHK-STEP-SEQ        PIC 9(2).
      *    The RUNCTL JOB-NAME (and XMIT-JOB) the step is proved by
           05  CHK-JOB-NAME        PIC X(8).
           05  CHK-KIND            PIC X.
      *        A completed run is enough
               88  CHK-RUN-ONLY        VALUE 'R'.
      *        A completed run whose file the register shows
      *        transmitted or acknowledged
               88  CHK-TRANSMITTED     VALUE 'T'.
               88  CHK-KIND-VALID      VALUE 'R' 'T'.
           05  CHK-PARM-MATCH      PIC X.
      *        RUN-PARM starts with the pay period (YYYYMM)
               88  MATCH-PERIOD        VALUE 'P'.
      *        RUN-PARM is a run date (YYYYMMDD) in or after the
      *        pay period's month - the daily acknowledgment jobs
               88  MATCH-RUN-DATE      VALUE 'D'.
               88  CHK-MATCH-VALID     VALUE 'P' 'D'.
           05  CHK-STEP-DESC       PIC X(40).
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  FILLER              PIC X(14) VALUE SPACES.
