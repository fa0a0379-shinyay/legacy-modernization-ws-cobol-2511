      *          requested number of days (already-lapsed terms
      *          included), with the employee's department and
      *          manager, so renewals get actioned before a contract
      *          quietly lapses. Each listed contract is raised as
      *          a notice to the employee's manager through the
      *          notification outbox, once per contract end date.
      * Input: hr-cobol/data/contracts.dat (via CONTRACT-SVC)
      *        hr-cobol/data/employees.dat (via EMP-SVC)
      *        hr-cobol/data/departments.dat (via DEPT-SVC)
      * Output: Console report (DISPLAY)
      *         hr-cobol/data/notify.dat (via NOTIFY-SVC)
      * Parm: CONTRPT_DAYS environment variable (days ahead to look,
      *       default 60)
      ******************************************************************
       01  WS-CURSOR-SEQ            PIC 9(3).

       01  WS-EXPIRING-COUNT        PIC 9(5) VALUE 0.

      * Working storage for NOTIFY-SVC calls - the notices this run
      * raises into the outbox, and how many were already raised
           COPY ntf-req.
           COPY ntf-res.
       01  WS-NTF-QUEUED           PIC 9(5) VALUE 0.
       01  WS-NTF-SUPPRESSED       PIC 9(5) VALUE 0.
       01  WS-DISPLAY-EMP-ID        PIC Z(8)9.
       01  WS-COUNT-DISPLAY         PIC ZZ,ZZ9.

           MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISPLAY
           DISPLAY ' '
           DISPLAY 'Contracts needing action: ' WS-COUNT-DISPLAY
           MOVE WS-NTF-QUEUED TO WS-COUNT-DISPLAY
           DISPLAY 'Notices queued:     ' WS-COUNT-DISPLAY
           MOVE WS-NTF-SUPPRESSED TO WS-COUNT-DISPLAY
           DISPLAY 'Already notified:   ' WS-COUNT-DISPLAY
           DISPLAY '=========================================='
           GOBACK
           .

           ADD 1 TO WS-EXPIRING-COUNT
           PERFORM PRINT-EXPIRING-CONTRACT
           PERFORM NOTIFY-CONTRACT-END
           .

      * NOTIFY-CONTRACT-END: The renewal decision goes to the
      * manager, keyed on the contract end date so it is raised once.
       NOTIFY-CONTRACT-END.
           INITIALIZE NOTIFY-SVC-REQ
           INITIALIZE NOTIFY-SVC-RES
           SET ROUTE-MANAGER OF NOTIFY-SVC-REQ TO TRUE
           SET NTF-CONTRACT-END OF IN-NOTIFY OF NOTIFY-SVC-REQ
               TO TRUE
           MOVE WS-CURSOR-EMP
               TO NTF-ABOUT-EMP-ID OF IN-NOTIFY OF NOTIFY-SVC-REQ
           MOVE CONTRACT-END OF OUT-CONTRACT OF CONTRACT-SVC-RES
               TO NTF-DUE-DATE OF IN-NOTIFY OF NOTIFY-SVC-REQ
           STRING 'Fixed-term contract ends '
                  CONTRACT-END OF OUT-CONTRACT OF CONTRACT-SVC-RES
                  ' - renewal decision'
               DELIMITED BY SIZE
               INTO NTF-SUBJECT OF IN-NOTIFY OF NOTIFY-SVC-REQ
           STRING 'The fixed-term contract of employee '
                  WS-CURSOR-EMP ' ends on '
                  CONTRACT-END OF OUT-CONTRACT OF CONTRACT-SVC-RES
                  ' (renewals so far: '
                  RENEWAL-COUNT OF OUT-CONTRACT OF CONTRACT-SVC-RES
                  '). Please decide renewal or end and tell HR '
                  'before then.'
               DELIMITED BY SIZE
               INTO NTF-BODY OF IN-NOTIFY OF NOTIFY-SVC-REQ
           PERFORM RAISE-NOTICE
           .
      * RAISE-NOTICE: Queues the notice built in NOTIFY-SVC-REQ; one
      * already raised on an earlier run comes back 409 and is only
      * counted.
       RAISE-NOTICE.
           SET OP-QUEUE OF NOTIFY-SVC-REQ TO TRUE
           MOVE 'CONTRPT' TO USER-ID OF NOTIFY-SVC-REQ
           MOVE SPACES TO CORR-ID OF NOTIFY-SVC-REQ
           MOVE 'CONTRPT'
               TO NTF-SOURCE-JOB OF IN-NOTIFY OF NOTIFY-SVC-REQ

           CALL 'NOTIFY-SVC' USING NOTIFY-SVC-REQ NOTIFY-SVC-RES

           EVALUATE TRUE
               WHEN OK OF NOTIFY-SVC-RES
                   ADD 1 TO WS-NTF-QUEUED
               WHEN CONFLICT OF NOTIFY-SVC-RES
                   ADD 1 TO WS-NTF-SUPPRESSED
               WHEN OTHER
                   DISPLAY 'WARNING: notice about EMP '
                       NTF-ABOUT-EMP-ID OF IN-NOTIFY OF NOTIFY-SVC-REQ
                       ' not queued - '
                       STATUS-MSG OF NOTIFY-SVC-RES(1:60)
           END-EVALUATE
           .

       PRINT-EXPIRING-CONTRACT.
