               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-END              VALUE 'E'.
      *        VALIDATE runs the ADD checks on IN-COMMUTE; nothing
      *        is written
               88  OP-VALIDATE         VALUE 'V'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
