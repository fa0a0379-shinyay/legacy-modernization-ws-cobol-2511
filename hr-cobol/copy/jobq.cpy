      ******************************************************************
      * JOBQ.CPY - Batch job request queue record structure
      * Purpose: One record per batch job an operator submitted from
      *          HRMENU: the job, the parameter values keyed on the
      *          form (each with the environment variable it is
      *          handed in), who asked and for which company, and
      *          what the submission runner made of it - the run's
      *          timing, return code, and the report catalog entry
      *          of the output it printed.
      * Pre: Constants defined in calling program
      * Post: Complete job request structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  JOBQ-REQ-ID         PIC 9(6).
           05  JOBQ-JOB-NAME       PIC X(8).
           05  JOBQ-COMPANY-CODE   PIC X(2).
           05  JOBQ-SUBMITTED-BY   PIC X(8).
           05  JOBQ-SUBMITTED-AT   PIC 9(14).
           05  JOBQ-STATUS         PIC X.
               88  JOBQ-QUEUED         VALUE 'Q'.
               88  JOBQ-RUNNING        VALUE 'R'.
               88  JOBQ-COMPLETED      VALUE 'C'.
               88  JOBQ-FAILED         VALUE 'F'.
               88  JOBQ-CANCELLED      VALUE 'X'.
           05  JOBQ-STARTED-AT     PIC 9(14).
           05  JOBQ-ENDED-AT       PIC 9(14).
           05  JOBQ-RETURN-CODE    PIC 9(4).
      *    The pay period the request works on (spaces when the job
      *    is not period-bound) - the quiesce check and the report
      *    catalog period both come from it
           05  JOBQ-PERIOD         PIC X(6).
           05  JOBQ-PARM-COUNT     PIC 9(2).
           05  JOBQ-PARM OCCURS 8 TIMES.
               15  JOBQ-PARM-ENV       PIC X(30).
               15  JOBQ-PARM-VALUE     PIC X(20).
      *    The report the run printed, as cataloged by RPT-PRINT
      *    (zero/spaces when the job prints no report)
           05  JOBQ-RPT-GEN        PIC 9(6).
           05  JOBQ-RPT-NAME       PIC X(8).
           05  JOBQ-MESSAGE        PIC X(40).
           05  FILLER              PIC X(56) VALUE SPACES.
