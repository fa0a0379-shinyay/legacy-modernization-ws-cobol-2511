      *        Q-AS-OF-DATE (Q-EMP-ID + Q-CURSOR-SEQ name it) - the
      *        annual verification's lapse path
               88  OP-END-DATE         VALUE 'E'.
      *        VALIDATE runs the checks ADD (DEP-SEQ zero) or
      *        END-DATE (DEP-SEQ set, EFFECTIVE-TO the end date)
      *        would apply to IN-DEPENDENT, and answers the
      *        kana-normalized record; nothing is written
               88  OP-VALIDATE         VALUE 'V'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
