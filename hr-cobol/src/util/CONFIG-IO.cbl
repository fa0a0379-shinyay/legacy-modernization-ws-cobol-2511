           05  CFG-PII-DAYS         PIC 9(4).
           05  CFG-POSTAL-POLICY    PIC X.
           05  CFG-BANKDIR-POLICY   PIC X.
           05  CFG-DORMANT-DAYS     PIC X(4).
           05  CFG-TCEXC-POLICY     PIC X.
           05  FILLER               PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-NAME         PIC X(10) VALUE 'CONFIG-IO'.
           05  PII-RETENTION-DAYS  PIC 9(4).
           05  POSTAL-POLICY       PIC X.
           05  BANKDIR-POLICY      PIC X.
           05  OPER-DORMANT-DAYS   PIC 9(4).
           05  TCEXC-POLICY        PIC X.

       01  LS-STATUS               PIC 9.

                       MOVE CFG-BANKDIR-POLICY
                           TO BANKDIR-POLICY OF LS-CONFIG
                   END-IF
                   IF CFG-DORMANT-DAYS IS NUMERIC
                       MOVE CFG-DORMANT-DAYS
                           TO OPER-DORMANT-DAYS OF LS-CONFIG
                   END-IF
                   IF CFG-TCEXC-POLICY NOT = SPACE
                       MOVE CFG-TCEXC-POLICY
                           TO TCEXC-POLICY OF LS-CONFIG
                   END-IF
           END-READ

           CLOSE CONFIG-FILE
           MOVE PII-RETENTION-DAYS OF LS-CONFIG TO CFG-PII-DAYS
           MOVE POSTAL-POLICY OF LS-CONFIG TO CFG-POSTAL-POLICY
           MOVE BANKDIR-POLICY OF LS-CONFIG TO CFG-BANKDIR-POLICY
           MOVE OPER-DORMANT-DAYS OF LS-CONFIG TO CFG-DORMANT-DAYS
           MOVE TCEXC-POLICY OF LS-CONFIG TO CFG-TCEXC-POLICY
           WRITE CONFIG-RECORD

           IF NOT FILE-OK
