           05  OUT-ASSIGN.
               COPY assign REPLACING ==05== BY ==10==.
      *    LIST-ACTIVE answers up to five active assignments -
      *    department, FTE percent and the establishment the post
      *    is worked at (spaces = the employee's own)
           05  ACTIVE-COUNT        PIC 9(2).
           05  ACTIVE-ASSIGNS.
               10  ACTIVE-ENTRY OCCURS 5 TIMES.
                   15  ACT-ASSIGN-SEQ   PIC 9(2).
                   15  ACT-DEPT-ID      PIC 9(6).
                   15  ACT-FTE-PERCENT  PIC 9(3).
                   15  ACT-LOCATION-CODE PIC X(4).
