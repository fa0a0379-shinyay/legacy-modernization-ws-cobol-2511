      ******************************************************************
      * JOBCAT.CPY - Submittable batch job catalog row structure
      * Purpose: One row of the job catalog (hr-cobol/data/jobcat.def)
      *          the HRMENU submission form and the JOBRUN submission
      *          runner share. A 'J' row names a job that may be
      *          requested from the menu - who may request it, the
      *          command that runs it, and which of its parameters is
      *          the pay period the quiesce interlock is checked on.
      *          The 'P' rows under it define the parameters the form
      *          prompts for, each landing in the environment
      *          variable the program already reads.
      *          Column layout (132-byte line):
      *          J rows: col 1 'J', cols 2-9 job name,
      *                  cols 10-39 description, col 40 role,
      *                  cols 41-42 period parameter sequence,
      *                  cols 43-102 command
      *          P rows: col 1 'P', cols 2-9 job name,
      *                  cols 10-11 sequence, cols 12-41 variable,
      *                  cols 42-71 prompt label, col 72 type,
      *                  col 73 required, cols 74-75 maximum length,
      *                  cols 76-95 default value
      * Pre: None
      * Post: Catalog row structure
      ******************************************************************
           05  JCAT-ROW-TYPE       PIC X.
               88  JCAT-JOB-ROW        VALUE 'J'.
               88  JCAT-PARM-ROW       VALUE 'P'.
           05  JCAT-JOB-NAME       PIC X(8).
           05  JCAT-ROW-BODY       PIC X(123).
           05  JCAT-JOB-BODY REDEFINES JCAT-ROW-BODY.
               10  JCAT-JOB-DESC       PIC X(30).
      *        Who may request the job: payroll ('P' - payroll or
      *        admin), HR ('H' - HR or admin), admin only ('A'), or
      *        blank for any operator but a viewer
               10  JCAT-JOB-ROLE       PIC X.
                   88  JCAT-ROLE-PAYROLL   VALUE 'P'.
                   88  JCAT-ROLE-HR        VALUE 'H'.
                   88  JCAT-ROLE-ADMIN     VALUE 'A'.
                   88  JCAT-ROLE-ANY       VALUE ' '.
      *        The parameter (by sequence) carrying the pay period
      *        YYYYMM the job works on - the runner holds the
      *        request while a payroll batch has that period
      *        quiesced; zero for jobs not tied to a period
               10  JCAT-PERIOD-SEQ     PIC 9(2).
               10  JCAT-COMMAND        PIC X(60).
               10  FILLER              PIC X(30).
           05  JCAT-PARM-BODY REDEFINES JCAT-ROW-BODY.
               10  JCAT-PARM-SEQ       PIC 9(2).
               10  JCAT-PARM-ENV       PIC X(30).
               10  JCAT-PARM-LABEL     PIC X(30).
      *        D date YYYYMMDD, M period YYYYMM, Y year YYYY,
      *        F Y/N flag, N unsigned number, C free code
               10  JCAT-PARM-TYPE      PIC X.
                   88  JCAT-TYPE-DATE      VALUE 'D'.
                   88  JCAT-TYPE-PERIOD    VALUE 'M'.
                   88  JCAT-TYPE-YEAR      VALUE 'Y'.
                   88  JCAT-TYPE-FLAG      VALUE 'F'.
                   88  JCAT-TYPE-NUMBER    VALUE 'N'.
                   88  JCAT-TYPE-CODE      VALUE 'C'.
               10  JCAT-PARM-REQUIRED  PIC X.
                   88  JCAT-PARM-MANDATORY VALUE 'Y'.
               10  JCAT-PARM-LENGTH    PIC 9(2).
               10  JCAT-PARM-DEFAULT   PIC X(20).
               10  FILLER              PIC X(37).
