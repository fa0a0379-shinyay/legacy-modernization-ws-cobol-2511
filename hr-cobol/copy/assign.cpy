           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
      *    Establishment (location.cpy LOCATION-CODE) the post is
      *    worked at when it is not the employee's own LOCATION-CODE;
      *    spaces means the employee's own site. The safety
      *    confirmation roster lists the employee at both.
           05  ASSIGN-LOCATION-CODE PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(104) VALUE SPACES.
