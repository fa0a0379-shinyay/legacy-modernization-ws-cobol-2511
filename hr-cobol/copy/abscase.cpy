      ******************************************************************
      * ABSCASE.CPY - Sickness / work-injury absence case structure
      * Purpose: One record per long absence through illness or
      *          injury - what HR needs to certify wages for the
      *          health insurance sickness allowance (shobyo teate)
      *          or the workers' accident compensation claim
      *          (rosai): the onset, the three-day waiting period,
      *          the spells actually off work, and each claim period
      *          submitted with the date its wage certificate was
      *          produced by ABSCERT.
      * Pre: Constants defined in calling program
      * Post: Complete absence case structure (700 bytes)
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
           05  CASE-SEQ            PIC 9(2).
           05  CASE-TYPE           PIC X.
      *        Private illness or injury - health insurance
      *        sickness allowance
               88  CASE-SICKNESS       VALUE 'S'.
      *        Injury or illness arising from work or commuting -
      *        workers' accident compensation, which certifies the
      *        average wage
               88  CASE-WORK-INJURY    VALUE 'I'.
               88  CASE-TYPE-VALID     VALUE 'S' 'I'.
           05  ONSET-DATE          PIC 9(8).
      *    The three consecutive days off that must pass before any
      *    benefit is paid (taiki kikan); WAIT-MET once an absence
      *    spell covers all three
           05  WAIT-FROM           PIC 9(8).
           05  WAIT-TO             PIC 9(8).
           05  WAIT-MET-FLAG       PIC X     VALUE 'N'.
               88  WAIT-MET            VALUE 'Y'.
               88  WAIT-NOT-MET        VALUE 'N'.
           05  CASE-STATUS         PIC X.
               88  CASE-OPEN           VALUE 'O'.
               88  CASE-CLOSED         VALUE 'C'.
           05  RETURN-DATE         PIC 9(8)  VALUE 0.
           05  CASE-NOTE           PIC X(30).
      *    Spells off work, oldest first - the first is the absence
      *    the case opened with
           05  SPELL-COUNT         PIC 9(2)  VALUE 0.
           05  ABSENCE-SPELL OCCURS 6 TIMES.
               15  SPELL-FROM      PIC 9(8).
               15  SPELL-TO        PIC 9(8).
      *    Claim periods submitted to the insurer, oldest first;
      *    CLAIM-CERTIFIED is the date ABSCERT produced the wage
      *    certificate (0 while still to be certified)
           05  CLAIM-COUNT         PIC 9(2)  VALUE 0.
           05  CLAIM-PERIOD OCCURS 12 TIMES.
               15  CLAIM-FROM      PIC 9(8).
               15  CLAIM-TO        PIC 9(8).
               15  CLAIM-SUBMITTED PIC 9(8).
               15  CLAIM-CERTIFIED PIC 9(8).
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(85) VALUE SPACES.
