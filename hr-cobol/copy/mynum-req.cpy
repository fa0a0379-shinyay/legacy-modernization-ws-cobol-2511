           05  OP-CODE             PIC X(2).
      *        SET upserts the employee's number; GET answers it
      *        (Q-PURPOSE required - every retrieval is audited with
      *        it); SCRUB blanks it, the PURGEPII path; HELD only
      *        answers whether a number is on file, never the number
               88  OP-SET              VALUE 'S'.
               88  OP-GET              VALUE 'G'.
               88  OP-SCRUB            VALUE 'X'.
               88  OP-HELD             VALUE 'H'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
