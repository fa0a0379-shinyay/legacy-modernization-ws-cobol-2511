           05  SI-OFFICE-CODE      PIC X(6).
      *    The labor insurance number on the annual declaration
           05  LABOR-INS-NUMBER    PIC X(14).
      *    JIS prefecture code (01-47) - the regional minimum wage
      *    that binds everyone working at the site
           05  PREFECTURE-CODE     PIC X(2).
           05  LOCATION-STATUS     PIC X.
               88  LOCATION-ACTIVE     VALUE 'A'.
               88  LOCATION-CLOSED     VALUE 'C'.
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(88) VALUE SPACES.
