      ******************************************************************
      * PROJ-REQ.CPY - Project master service request structure
      * Purpose: Request structure for PROJ-SVC operations
      ******************************************************************
       01  PROJ-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD writes a new project; FIND answers one by code;
      *        UPDATE rewrites one (closing it stops new timecard
      *        lines being coded to it)
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-UPDATE           VALUE 'U'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-PROJECT-CODE      PIC X(8).
           05  IN-PROJECT.
               COPY project REPLACING ==05== BY ==10==.
