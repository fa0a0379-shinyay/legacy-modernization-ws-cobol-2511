      ******************************************************************
      * HOUS-REQ.CPY - Company housing service request structure
      * Purpose: Request structure for HOUSE-SVC operations
      ******************************************************************
       01  HOUSE-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD writes a new property; FIND answers one by code;
      *        UPDATE rewrites its lease and rent terms; MOVE-IN
      *        houses Q-EMP-ID from Q-DATE; MOVE-OUT records
      *        Q-DATE as the occupant's last night; CHARGE answers
      *        Q-EMP-ID's rent, taxable benefit and housing cost
      *        for Q-PAY-PERIOD
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-UPDATE           VALUE 'U'.
               88  OP-MOVE-IN          VALUE 'I'.
               88  OP-MOVE-OUT         VALUE 'O'.
               88  OP-CHARGE           VALUE 'C'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-PROPERTY-CODE     PIC X(8).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-DATE              PIC 9(8).
           05  Q-PAY-PERIOD        PIC 9(6).
           05  IN-HOUSING.
               COPY housing REPLACING ==05== BY ==10==.
