      *    the leave date
           05  Q-CONSUME-DAYS      PIC 9(2)V9.
           05  Q-LEAVE-DATE        PIC 9(8).
      *    For OP-CONSUME: the day is a company-designated planned
      *    leave day - also counted into PLANNED-DAYS
           05  Q-PLANNED-FLAG      PIC X.
               88  CONSUME-PLANNED     VALUE 'Y'.
