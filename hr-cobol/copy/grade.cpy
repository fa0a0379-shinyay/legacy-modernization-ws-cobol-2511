           05  GRADE-STATUS        PIC X.
               88  GRADE-ACTIVE        VALUE 'A'.
               88  GRADE-INACTIVE      VALUE 'I'.
      *    Managerial grade - counted as management in the women's
      *    advancement disclosures
           05  MANAGERIAL-FLAG     PIC X     VALUE 'N'.
               88  GRADE-MANAGERIAL    VALUE 'Y'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(83) VALUE SPACES.
