      ******************************************************************
      * RESIDENCE.CPY - Residence status record structure
      * Purpose: One record per foreign national employee: the
      *          residence card as last sighted - card number, name
      *          as printed, nationality/region, status of residence
      *          and the end of the permitted period of stay - with
      *          the work the status allows. A capped status
      *          (student, dependent and the like working on
      *          permission for activity outside their status) carries
      *          its weekly hour ceiling, which RESIDHRS checks the
      *          timecards against.
      * Pre: Constants defined in calling program
      * Post: Complete residence status structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
           05  CARD-NUMBER         PIC X(12).
      *    Name and nationality/region exactly as on the card - the
      *    foreign worker employment notice is made out from these
           05  ROMAJI-NAME         PIC X(40).
           05  NATIONALITY         PIC X(20).
           05  RES-STATUS-NAME     PIC X(30).
      *    Last day of the permitted period of stay; zero for a
      *    status with no period (permanent resident)
           05  PERMIT-EXPIRY       PIC 9(8).
           05  ACTIVITY-LIMIT      PIC X.
      *        U - no restriction on work (permanent resident,
      *            spouse of a national, long-term resident)
      *        S - work only within the status of residence
      *        C - permission for activity outside the status, with
      *            the weekly hour ceiling in WEEKLY-CAP-HOURS
               88  ACTIVITY-UNRESTRICTED   VALUE 'U'.
               88  ACTIVITY-WITHIN-STATUS  VALUE 'S'.
               88  ACTIVITY-CAPPED         VALUE 'C'.
           05  WEEKLY-CAP-HOURS    PIC 9(2)V99.
           05  RESID-STATUS        PIC X.
               88  RESID-ACTIVE        VALUE 'A'.
               88  RESID-ENDED         VALUE 'E'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(20) VALUE SPACES.
