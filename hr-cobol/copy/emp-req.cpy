               88  OP-FIND             VALUE 'F'.
               88  OP-UPDATE           VALUE 'U'.
               88  OP-TRANSFER         VALUE 'X'.
      *        Transfer into a department of the other legal entity
      *        (tenseki) - ends employment with one company and
      *        starts it with the other, tenure carried over
               88  OP-INTERCO-TRANSFER VALUE 'IC'.
               88  OP-TERMINATE        VALUE 'T'.
               88  OP-REHIRE           VALUE 'R'.
               88  OP-START-LEAVE      VALUE 'L'.
               88  OP-END-LEAVE        VALUE 'E'.
      *        VALIDATE runs the name, address and postal checks ADD
      *        applies to IN-EMP and answers the kana-normalized
      *        image in OUT-EMP - nothing is written
               88  OP-VALIDATE         VALUE 'V'.
           05  AS-OF-DATE          PIC 9(8)  VALUE 0.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
