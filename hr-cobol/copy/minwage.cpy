      ******************************************************************
      * MINWAGE.CPY - Regional minimum wage record structure
      * Purpose: One record per prefecture per revision - the hourly
      *          regional minimum wage and the date it takes effect.
      *          The October revisions are loaded ahead of time as
      *          new dated rows, so the rate in force on any date is
      *          the latest row effective on or before it.
      * Pre: Constants defined in calling program
      * Post: Complete minimum wage structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
      *    JIS prefecture code (01-47), as on the establishment
           05  PREFECTURE-CODE     PIC X(2).
           05  EFFECTIVE-FROM      PIC 9(8).
           05  PREFECTURE-NAME     PIC X(20).
           05  HOURLY-MINIMUM      PIC 9(5)V99.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  FILLER              PIC X(130) VALUE SPACES.
