               88  TYPE-ADJ            VALUE 'ADJ'.
      *        Pending (future-dated) transaction queue entries
               88  TYPE-PENDTX         VALUE 'PTX'.
               88  TYPE-REQN           VALUE 'REQ'.
           05  RESET-VALUE         PIC 9(9).
      *    BLOCK-SIZE: for OP-NEXT, how many IDs to reserve in this
      *    one call. 0 or 1 reserves a single ID (original behavior);
